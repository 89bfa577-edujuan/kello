       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP028.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: DDA (DEBITO DIRETO AUTORIZADO) - BOLETOS REGISTRADOS
      *        CONTRA O NOSSO CNPJ, CASADOS COM O CONTAS A PAGAR.
      *        OPCAO 1 - IMPORTAR: LE O ARQUIVO DDA DO BANCO (UM
      *          BOLETO POR LINHA: CNPJ DO CEDENTE, NOME, DOCUMENTO,
      *          VENCIMENTO AAAAMMDD, VALOR 10.2 SEM VIRGULA E LINHA
      *          DIGITAVEL), GUARDA CADA BOLETO NO CPD039 E PROCURA,
      *          NOS FORNECEDORES DO CNPJ (CGD006), O TITULO CPD020
      *          EM ABERTO DE MESMO VALOR COM VENCIMENTO ATE 5 DIAS
      *          DE DIFERENCA (O MAIS PROXIMO). CASADO, A LINHA
      *          DIGITAVEL VAI P/ O CPD024 DO TITULO (TIPO 4 - GUIA
      *          BOLETO) E O CPP023 PAGA SEM REDIGITAR. BOLETO JA
      *          IMPORTADO NAO DUPLICA; O PENDENTE E RETENTADO;
      *        OPCAO 2 - PENDENTES: RELACIONA OS BOLETOS SEM TITULO
      *          (NOTA NAO RECEBIDA OU COBRANCA NAO RECONHECIDA);
      *        OPCAO 3 - RESOLVER: CASA UM PENDENTE COM UM TITULO
      *          (FORNEC+SEQ) OU DESCARTA O BOLETO NAO RECONHECIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX024.
           COPY CPPX039.
           COPY CGPX006.
           SELECT ARQ-DDA ASSIGN TO PATH-ARQ-DDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-ARQ-DDA.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CPPW020.
           COPY CPPW024.
           COPY CPPW039.
           COPY CGPW006.
       FD  ARQ-DDA.
       01  REG-ARQ-DDA.
           05  DDA-CNPJ            PIC 9(14).
           05  DDA-NOME            PIC X(40).
           05  DDA-DOCUMENTO       PIC X(15).
           05  DDA-VENCTO          PIC 9(8).
           05  DDA-VALOR           PIC 9(10)V99.
           05  DDA-CODIGO-BARRAS   PIC X(48).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD024             PIC XX       VALUE SPACES.
           05  ST-CPD039             PIC XX       VALUE SPACES.
           05  ST-CGD006             PIC XX       VALUE SPACES.
           05  ST-ARQ-DDA            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  CODIGO-BARRAS-W       PIC X(48)    VALUE SPACES.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(5)     VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  NOVO-W                PIC 9        VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  ACHA-FORNEC-W         PIC 9(6)     VALUE ZEROS.
           05  ACHA-SEQ-W            PIC 9(5)     VALUE ZEROS.
           05  ACHA-DIAS-W           PIC 9(5)     VALUE ZEROS.
           05  DIAS-W                PIC 9(5)     VALUE ZEROS.
           05  DIAS-TOLERANCIA-W     PIC 9(5)     VALUE 5.
           05  QT-FORN-W             PIC 9(2)     VALUE ZEROS.
           05  F                     PIC 9(2)     VALUE ZEROS.
           05  QT-LIDOS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-CASADOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(5)     VALUE ZEROS.
           05  QT-JA-TRATADOS-W      PIC 9(5)     VALUE ZEROS.
           05  VLR-PENDENTE-W        PIC 9(10)V99 VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  CNPJ-E                PIC 99.999.999/9999.99.

      *    fornecedores (CGD006) do CNPJ do cedente
       01  TAB-FORNECEDORES.
           05  TAB-FORNEC            PIC 9(6) OCCURS 20 TIMES.

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  DATA-INVERTE-W            PIC X(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD024       PIC X(60)    VALUE SPACES.
           05  PATH-CPD039       PIC X(60)    VALUE SPACES.
           05  PATH-CGD006       PIC X(60)    VALUE SPACES.
           05  PATH-ARQ-DDA      PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CPP028 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(24)  VALUE SPACES.
           05  CAB01-TITULO      PIC X(44)  VALUE SPACES.
           05  FILLER            PIC X(32)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(19)  VALUE "CNPJ CEDENTE".
           05  FILLER            PIC X(23)  VALUE "NOME".
           05  FILLER            PIC X(16)  VALUE "DOCUMENTO".
           05  FILLER            PIC X(11)  VALUE "VENCTO".
           05  FILLER            PIC X(14)  VALUE "        VALOR".
           05  FILLER            PIC X(47)  VALUE "LINHA DIGITAVEL".
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM IMPORTA-DDA
                  WHEN 2 PERFORM LISTA-PENDENTES
                  WHEN 3 PERFORM RESOLVE-PENDENTE
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-IMPORTAR DDA  2-PENDENTES  3-RESOLVER: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CPD024"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD024
              MOVE "CPD039"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD039
              MOVE "CGD006"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD006
              OPEN INPUT CPD020 CGD006
              OPEN I-O CPD024 CPD039
              IF ST-CPD024 = "35"
                 CLOSE CPD024      OPEN OUTPUT CPD024
                 CLOSE CPD024      OPEN I-O CPD024
              END-IF
              IF ST-CPD039 = "35"
                 CLOSE CPD039      OPEN OUTPUT CPD039
                 CLOSE CPD039      OPEN I-O CPD039
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD024 > "09"
                 DISPLAY "ERRO ABERTURA CPD024: " ST-CPD024
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD039 > "09"
                 DISPLAY "ERRO ABERTURA CPD039: " ST-CPD039
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CGD006 > "09"
                 DISPLAY "ERRO ABERTURA CGD006: " ST-CGD006
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CPD020 CPD024 CPD039 CGD006
              END-IF.

       IMPORTA-DDA SECTION.
           DISPLAY "ARQUIVO DDA (CAMINHO COMPLETO): "
                   WITH NO ADVANCING.
           ACCEPT PATH-ARQ-DDA.
           OPEN INPUT ARQ-DDA.
           IF ST-ARQ-DDA > "09"
              DISPLAY "ERRO ABERTURA ARQUIVO DDA: " ST-ARQ-DDA
              GO TO IMPORTA-DDA-FIM.
           OPEN OUTPUT RELAT.
           MOVE "IMPORTACAO DDA - BOLETOS SEM TITULO" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ZEROS TO QT-LIDOS-W QT-CASADOS-W QT-PENDENTES-W
                         QT-JA-TRATADOS-W VLR-PENDENTE-W.
           PERFORM LE-LINHA-DDA.
           PERFORM UNTIL ST-ARQ-DDA = "10"
              ADD 1 TO QT-LIDOS-W
              PERFORM TRATA-BOLETO
              PERFORM LE-LINHA-DDA
           END-PERFORM.
           CLOSE ARQ-DDA.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "BOLETOS LIDOS: "     TO LINDET-REL (1: 15).
           MOVE QT-LIDOS-W            TO LINDET-REL (16: 5).
           MOVE " CASADOS: "          TO LINDET-REL (23: 10).
           MOVE QT-CASADOS-W          TO LINDET-REL (33: 5).
           MOVE " SEM TITULO: "       TO LINDET-REL (40: 13).
           MOVE QT-PENDENTES-W        TO LINDET-REL (53: 5).
           MOVE VLR-PENDENTE-W        TO VALOR-E.
           MOVE VALOR-E               TO LINDET-REL (60: 13).
           MOVE " JA TRATADOS: "      TO LINDET-REL (75: 14).
           MOVE QT-JA-TRATADOS-W      TO LINDET-REL (89: 5).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "LIDOS " QT-LIDOS-W " CASADOS " QT-CASADOS-W
                   " SEM TITULO " QT-PENDENTES-W.
       IMPORTA-DDA-FIM.
           CONTINUE.

       LE-LINHA-DDA SECTION.
           READ ARQ-DDA AT END
                MOVE "10" TO ST-ARQ-DDA
           END-READ.

      *    TRATA-BOLETO: boleto ja casado/descartado em importacao
      *    anterior e ignorado; novo ou ainda pendente tenta casar.
       TRATA-BOLETO SECTION.
           IF DDA-CODIGO-BARRAS = SPACES
              GO TO TRATA-BOLETO-FIM.
           MOVE DDA-CODIGO-BARRAS TO CODIGO-BARRAS-CP39.
           READ CPD039 INVALID KEY
                MOVE 1 TO NOVO-W
                INITIALIZE REG-CPD039
                MOVE DDA-CODIGO-BARRAS TO CODIGO-BARRAS-CP39
                MOVE DDA-CNPJ          TO CNPJ-CEDENTE-CP39
                MOVE DDA-NOME          TO NOME-CEDENTE-CP39
                MOVE DDA-DOCUMENTO     TO DOCUMENTO-CP39
                MOVE DDA-VENCTO        TO VENCTO-CP39
                MOVE DDA-VALOR         TO VALOR-CP39
                MOVE DATA-SISTEMA-N    TO DATA-IMPORT-CP39
           NOT INVALID KEY
                MOVE 0 TO NOVO-W
           END-READ.
           IF NOVO-W = 0 AND SITUACAO-CP39 NOT = 0
              ADD 1 TO QT-JA-TRATADOS-W
              GO TO TRATA-BOLETO-FIM.
           PERFORM PROCURA-TITULO.
           IF ACHOU-W = 1
              MOVE ACHA-FORNEC-W TO FORNEC-W
              MOVE ACHA-SEQ-W    TO SEQ-W
              PERFORM GRAVA-CPD024
              MOVE 1              TO SITUACAO-CP39
              MOVE ACHA-FORNEC-W  TO FORNEC-CP39
              MOVE ACHA-SEQ-W     TO SEQ-CP39
              MOVE DATA-SISTEMA-N TO DATA-SITUACAO-CP39
              ADD 1 TO QT-CASADOS-W
           ELSE
              ADD 1 TO QT-PENDENTES-W
              ADD VALOR-CP39 TO VLR-PENDENTE-W
              PERFORM IMPRIME-BOLETO.
           IF NOVO-W = 1
              WRITE REG-CPD039 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CPD039: " ST-CPD039
              END-WRITE
           ELSE
              REWRITE REG-CPD039 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CPD039: " ST-CPD039
              END-REWRITE.
       TRATA-BOLETO-FIM.
           CONTINUE.

      *    PROCURA-TITULO: titulo em aberto (SITUACAO 0) de um dos
      *    fornecedores do CNPJ, mesmo valor, vencimento a ate
      *    DIAS-TOLERANCIA-W dias do boleto e ainda sem linha
      *    digitavel no CPD024; ganha o de vencimento mais proximo.
       PROCURA-TITULO SECTION.
           MOVE ZEROS TO ACHOU-W ACHA-FORNEC-W ACHA-SEQ-W.
           MOVE 99999 TO ACHA-DIAS-W.
           PERFORM CARREGA-FORNECEDORES.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > QT-FORN-W
              MOVE TAB-FORNEC (F) TO FORNEC-CP20
              MOVE ZEROS          TO SEQ-CP20
              START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                    MOVE "10" TO ST-CPD020
              END-START
              PERFORM UNTIL ST-CPD020 = "10"
                 READ CPD020 NEXT RECORD AT END
                      MOVE "10" TO ST-CPD020
                 NOT AT END
                      IF FORNEC-CP20 NOT = TAB-FORNEC (F)
                         MOVE "10" TO ST-CPD020
                      ELSE
                         PERFORM TESTA-TITULO
                      END-IF
                 END-READ
              END-PERFORM
              MOVE SPACES TO ST-CPD020
           END-PERFORM.

       CARREGA-FORNECEDORES SECTION.
           MOVE ZEROS TO QT-FORN-W.
           MOVE ZEROS  TO CODIGO-CG06 BANCO-CG06.
           MOVE SPACES TO AGENCIA-CG06 NR-CONTA-CG06.
           START CGD006 KEY IS NOT LESS CHAVE-CG06 INVALID KEY
                 MOVE "10" TO ST-CGD006
           END-START.
           PERFORM UNTIL ST-CGD006 = "10"
              READ CGD006 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD006
              NOT AT END
                   IF CNPJ-TITULAR-CG06 = CNPJ-CEDENTE-CP39 AND
                      CNPJ-CEDENTE-CP39 > ZEROS
                      PERFORM GUARDA-FORNECEDOR
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD006.

       GUARDA-FORNECEDOR SECTION.
           IF QT-FORN-W > 0
              IF TAB-FORNEC (QT-FORN-W) = CODIGO-CG06
                 GO TO GUARDA-FORNECEDOR-FIM.
           IF QT-FORN-W < 20
              ADD 1 TO QT-FORN-W
              MOVE CODIGO-CG06 TO TAB-FORNEC (QT-FORN-W).
       GUARDA-FORNECEDOR-FIM.
           CONTINUE.

       TESTA-TITULO SECTION.
           IF SITUACAO-CP20 NOT = 0
              GO TO TESTA-TITULO-FIM.
           IF VALOR-TOT-CP20 NOT = VALOR-CP39
              GO TO TESTA-TITULO-FIM.
           MOVE DATA-VENCTO-CP20 TO GRDIFD-DATA1.
           MOVE VENCTO-CP39      TO GRDIFD-DATA2.
           CALL "GRDIFD" USING GRDIFD-PARAMETROS.
           MOVE GRDIFD-DIAS TO DIAS-W.
           IF DIAS-W = ZEROS
              MOVE VENCTO-CP39      TO GRDIFD-DATA1
              MOVE DATA-VENCTO-CP20 TO GRDIFD-DATA2
              CALL "GRDIFD" USING GRDIFD-PARAMETROS
              MOVE GRDIFD-DIAS TO DIAS-W.
           IF DIAS-W > DIAS-TOLERANCIA-W OR
              DIAS-W NOT < ACHA-DIAS-W
              GO TO TESTA-TITULO-FIM.
           MOVE FORNEC-CP20 TO FORNEC-CP24.
           MOVE SEQ-CP20    TO SEQ-CP24.
           READ CPD024 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF CODIGO-BARRAS-CP24 NOT = SPACES
                   GO TO TESTA-TITULO-FIM
                END-IF
           END-READ.
           MOVE 1           TO ACHOU-W.
           MOVE FORNEC-CP20 TO ACHA-FORNEC-W.
           MOVE SEQ-CP20    TO ACHA-SEQ-W.
           MOVE DIAS-W      TO ACHA-DIAS-W.
       TESTA-TITULO-FIM.
           CONTINUE.

      *    linha digitavel no complemento do titulo: cria o CPD024
      *    (tipo 4 - guia/boleto) quando o titulo ainda nao tem
       GRAVA-CPD024 SECTION.
           MOVE FORNEC-W TO FORNEC-CP24.
           MOVE SEQ-W    TO SEQ-CP24.
           READ CPD024 INVALID KEY
                INITIALIZE REG-CPD024
                MOVE FORNEC-W           TO FORNEC-CP24
                MOVE SEQ-W              TO SEQ-CP24
                MOVE 4                  TO TIPO-CP24
                MOVE CODIGO-BARRAS-CP39 TO CODIGO-BARRAS-CP24
                WRITE REG-CPD024 INVALID KEY
                      DISPLAY "ERRO GRAVANDO CPD024: " ST-CPD024
                END-WRITE
           NOT INVALID KEY
                MOVE 4                  TO TIPO-CP24
                MOVE CODIGO-BARRAS-CP39 TO CODIGO-BARRAS-CP24
                REWRITE REG-CPD024 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO CPD024: " ST-CPD024
                END-REWRITE
           END-READ.

       LISTA-PENDENTES SECTION.
           OPEN OUTPUT RELAT.
           MOVE "BOLETOS DDA PENDENTES (SEM TITULO)" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ZEROS TO QT-PENDENTES-W VLR-PENDENTE-W.
           MOVE 0     TO SITUACAO-CP39.
           MOVE ZEROS TO VENCTO-CP39.
           START CPD039 KEY IS NOT LESS ALT1-CP39 INVALID KEY
                 MOVE "10" TO ST-CPD039
           END-START.
           PERFORM UNTIL ST-CPD039 = "10"
              READ CPD039 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD039
              NOT AT END
                   IF SITUACAO-CP39 NOT = 0
                      MOVE "10" TO ST-CPD039
                   ELSE
                      ADD 1 TO QT-PENDENTES-W
                      ADD VALOR-CP39 TO VLR-PENDENTE-W
                      PERFORM IMPRIME-BOLETO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD039.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "PENDENTES: "     TO LINDET-REL (1: 11).
           MOVE QT-PENDENTES-W    TO LINDET-REL (12: 5).
           MOVE VLR-PENDENTE-W    TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (19: 13).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       RESOLVE-PENDENTE SECTION.
           DISPLAY "LINHA DIGITAVEL: " WITH NO ADVANCING.
           ACCEPT CODIGO-BARRAS-W.
           MOVE CODIGO-BARRAS-W TO CODIGO-BARRAS-CP39.
           READ CPD039 INVALID KEY
                DISPLAY "BOLETO DDA NAO ENCONTRADO"
                GO TO RESOLVE-PENDENTE-FIM
           END-READ.
           IF SITUACAO-CP39 NOT = 0
              DISPLAY "BOLETO JA TRATADO - SITUACAO " SITUACAO-CP39
              GO TO RESOLVE-PENDENTE-FIM.
           MOVE VALOR-CP39 TO VALOR-E.
           DISPLAY NOME-CEDENTE-CP39 " " DOCUMENTO-CP39 " "
                   VENCTO-CP39 " " VALOR-E.
           DISPLAY "1-CASAR COM TITULO  2-DESCARTAR: "
                   WITH NO ADVANCING.
           ACCEPT ACAO-W.
           IF ACAO-W NOT = 1 AND ACAO-W NOT = 2
              DISPLAY "ACAO INVALIDA"
              GO TO RESOLVE-PENDENTE-FIM.
           DISPLAY "USUARIO........: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF ACAO-W = 1
              DISPLAY "FORNECEDOR.....: " WITH NO ADVANCING
              ACCEPT FORNEC-W
              DISPLAY "SEQ DO TITULO..: " WITH NO ADVANCING
              ACCEPT SEQ-W
              MOVE FORNEC-W TO FORNEC-CP20
              MOVE SEQ-W    TO SEQ-CP20
              READ CPD020 INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO"
                   GO TO RESOLVE-PENDENTE-FIM
              END-READ
              IF SITUACAO-CP20 NOT = 0
                 DISPLAY "TITULO NAO ESTA EM ABERTO"
                 GO TO RESOLVE-PENDENTE-FIM
              END-IF
              IF VALOR-TOT-CP20 NOT = VALOR-CP39
                 MOVE VALOR-TOT-CP20 TO VALOR-E
                 DISPLAY "ATENCAO: VALOR DO TITULO " VALOR-E
                         " DIFERE DO BOLETO"
              END-IF
              PERFORM GRAVA-CPD024
              MOVE 2        TO SITUACAO-CP39
              MOVE FORNEC-W TO FORNEC-CP39
              MOVE SEQ-W    TO SEQ-CP39
           ELSE
              MOVE 3        TO SITUACAO-CP39.
           MOVE DATA-SISTEMA-N TO DATA-SITUACAO-CP39.
           MOVE USUARIO-W      TO USUARIO-CP39.
           REWRITE REG-CPD039 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD039: " ST-CPD039
           END-REWRITE.
           DISPLAY "BOLETO DDA ATUALIZADO".
       RESOLVE-PENDENTE-FIM.
           CONTINUE.

       IMPRIME-BOLETO SECTION.
           MOVE CNPJ-CEDENTE-CP39  TO CNPJ-E.
           MOVE CNPJ-E             TO LINDET-REL (1: 18).
           MOVE NOME-CEDENTE-CP39  TO LINDET-REL (20: 22).
           MOVE DOCUMENTO-CP39     TO LINDET-REL (43: 15).
           MOVE VENCTO-CP39        TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W     TO DATA-E.
           MOVE DATA-E             TO LINDET-REL (59: 10).
           MOVE VALOR-CP39         TO VALOR-E.
           MOVE VALOR-E            TO LINDET-REL (70: 13).
           MOVE CODIGO-BARRAS-CP39 TO LINDET-REL (83: 48).
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
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           WRITE REG-RELAT FROM CAB02 AFTER 1.
           MOVE 4 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CPD020 CPD024 CPD039 CGD006.

       END PROGRAM CPP028.
