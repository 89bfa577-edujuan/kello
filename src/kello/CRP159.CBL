       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP159.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: INTEGRACAO COM O TEF / MAQUINA DE CARTAO DO BALCAO -
      *        O OPERADOR REDIGITAVA O COMPROVANTE (ADMINISTRADORA,
      *        PARCELAS, NSU) E O CRP130 PASSAVA DIAS ACHANDO ERRO.
      *        OPCAO 1 - IMPORTA O LOG DO TERMINAL (ARQUIVO TEXTO, UMA
      *          TRANSACAO POR LINHA) P/ O CRD159; A ADMINISTRADORA
      *          SAI DA BANDEIRA-CG20; NSU JA IMPORTADO E IGNORADO;
      *        OPCAO 2 - RECEBIMENTO: ESCOLHE A TRANSACAO APROVADA DO
      *          DIA AINDA SEM VINCULO E GERA O RECEBIMENTO COM OS
      *          DADOS DELA:
      *          1-CRD020: OS TITULOS DE CARTAO DO CLIENTE (TIPO-DOCTO
      *            4, UM POR PARCELA, NR-DOCTO = NSU, TAXA DO CGD020),
      *            QUITANDO ANTES O TITULO INFORMADO (FORMA-PAGTO
      *            "CARTAO") QUANDO NAO FOR VENDA NOVA;
      *          2-RCD101: PAGA AS PARCELAS EM ABERTO DO ALBUM NA
      *            ORDEM DE VENCIMENTO (TIPO-REC1 6, ADMINISTRADORA,
      *            QTDE DE PARCELAS DO CARTAO); A SOBRA QUE NAO FECHA
      *            UMA PARCELA PODE VIRAR CREDITO DO CLIENTE (CRP158);
      *        OPCAO 3 - CONFRONTO DO DIA: TRANSACAO DO TERMINAL SEM
      *          RECEBIMENTO NO SISTEMA E, AO CONTRARIO, RECEBIMENTO
      *          DE CARTAO DO DIA (CRD020 TIPO-DOCTO 4 / RCD101 TIPO 6)
      *          SEM TRANSACAO NO TERMINAL;
      *        OPCAO 4 - BANDEIRA DO TEF DE CADA ADMINISTRADORA.
      *        LAYOUT DO LOG: DATA AAAAMMDD, HORA HHMMSS, TERMINAL(8),
      *        NSU(12), AUTORIZACAO(6), BANDEIRA(10), MODALIDADE (C/D),
      *        PARCELAS(2), VALOR 9(8)V99, STATUS (A-APROVADA,
      *        N-NEGADA, C-CANCELADA).
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
           COPY RCPX101.
           COPY CGPX020.
           COPY CRPX159.
           SELECT TEFLOG ASSIGN TO PATH-TEFLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-TEFLOG.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CRPW020.
           COPY RCPW101.
           COPY CGPW020.
           COPY CRPW159.
       FD  TEFLOG.
       01  REG-TEFLOG.
           05  TEF-DATA            PIC 9(8).
           05  TEF-HORA            PIC 9(6).
           05  TEF-TERMINAL        PIC X(8).
           05  TEF-NSU             PIC X(12).
           05  TEF-AUTORIZACAO     PIC X(6).
           05  TEF-BANDEIRA        PIC X(10).
           05  TEF-MODALIDADE      PIC X(1).
           05  TEF-PARCELAS        PIC 9(2).
           05  TEF-VALOR           PIC 9(8)V99.
           05  TEF-STATUS          PIC X(1).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-CGD020             PIC XX       VALUE SPACES.
           05  ST-CRD159             PIC XX       VALUE SPACES.
           05  ST-TEFLOG             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  DESTINO-W             PIC 9        VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  CLASS-W               PIC 9        VALUE ZEROS.
           05  CLIENTE-W             PIC 9(8)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(5)     VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  ADMINISTR-W           PIC 9(2)     VALUE ZEROS.
           05  BANDEIRA-W            PIC X(10)    VALUE SPACES.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ESCOLHA-W             PIC 9(3)     VALUE ZEROS.
           05  PROX-SEQ-W            PIC 9(5)     VALUE ZEROS.
           05  SALDO-DEVIDO-W        PIC 9(8)V99  VALUE ZEROS.
           05  VLR-PARCELA-W         PIC 9(8)V99  VALUE ZEROS.
           05  VLR-ULT-PARC-W        PIC 9(8)V99  VALUE ZEROS.
           05  APLICADO-W            PIC 9(8)V99  VALUE ZEROS.
           05  SOBRA-W               PIC 9(8)V99  VALUE ZEROS.
           05  VENCTO-PARC-W         PIC 9(8)     VALUE ZEROS.
           05  QT-PARC-W             PIC 9(2)     VALUE ZEROS.
           05  QT-LIDOS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-GRAVADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-REPETIDOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-ADM-W          PIC 9(5)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(3)     VALUE ZEROS.
           05  QT-DIVERGENCIAS-W     PIC 9(5)     VALUE ZEROS.
           05  QT-BAND-W             PIC 9(2)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  ALBUM-ANT-W           PIC 9(8)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

      *    bandeira do TEF x administradora (CGD020)
       01  TABELA-BANDEIRAS.
           05  TAB-BAND OCCURS 99 TIMES.
               10  TB-BANDEIRA       PIC X(10).
               10  TB-ADMINISTR      PIC 9(2).

      *    transacoes sem vinculo do dia, p/ o operador escolher
       01  TABELA-PENDENTES.
           05  TAB-PEND OCCURS 200 TIMES.
               10  TP-TERMINAL       PIC X(8).
               10  TP-NSU            PIC X(12).

       01  CHAVE-DOC-W               PIC X(30)    VALUE SPACES.
       01  CHAVE-DOC-CR-W            REDEFINES CHAVE-DOC-W.
           05  CLASS-DOC-W           PIC 9.
           05  CLIENTE-DOC-W         PIC 9(8).
           05  SEQ-DOC-W             PIC 9(5).
           05  FILLER                PIC X(16).
       01  CHAVE-DOC-RC-W            REDEFINES CHAVE-DOC-W.
           05  ALBUM-DOC-W           PIC 9(8).
           05  FILLER                PIC X(22).

       01  PARAMETROS-GRADAY1.
           05  DDMMAA.
               10  DD                PIC 9(2).
               10  MM                PIC 9(2).
               10  AA                PIC 9(4).
           05  GRDIAS-NUM-DIAS       PIC 9(4).

       01  PARAMETROS-CRP158.
           05  CRP158-FUNCAO      PIC 9(1).
           05  CRP158-EMPRESA     PIC X(3).
           05  CRP158-CLASS       PIC 9(1).
           05  CRP158-CLIENTE     PIC 9(8).
           05  CRP158-DATA        PIC 9(8).
           05  CRP158-VALOR       PIC 9(8)V99.
           05  CRP158-TIPO        PIC 9(1).
           05  CRP158-DOCTO       PIC X(20).
           05  CRP158-HISTORICO   PIC X(30).
           05  CRP158-VALIDADE    PIC 9(8).
           05  CRP158-USUARIO     PIC X(5).
           05  CRP158-SALDO       PIC 9(10)V99.
           05  CRP158-RETORNO     PIC 9(1).
               88  CRP158-OK               VALUE 0.
               88  CRP158-SEM-SALDO        VALUE 1.
               88  CRP158-ERRO             VALUE 2.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-CGD020       PIC X(60)    VALUE SPACES.
           05  PATH-CRD159       PIC X(60)    VALUE SPACES.
           05  PATH-TEFLOG       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-CAP022.
           05  CAP022-EMPRESA     PIC X(3).
           05  CAP022-MODULO      PIC X(2).
           05  CAP022-DATA-MOVTO  PIC 9(8).
           05  CAP022-RETORNO     PIC 9(1).
               88  CAP022-PERMITIDO        VALUE 0.
               88  CAP022-MES-FECHADO      VALUE 1.

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CRP159 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  FILLER            PIC X(41)  VALUE
               "CONFRONTO TEF X RECEBIMENTOS DE ".
           05  CAB01-DATA        PIC 99/99/9999.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(50)  VALUE
               "OCORRENCIA                TERMINAL NSU/DOCUMENTO".
           05  FILLER            PIC X(50)  VALUE
               "    BANDEIRA   PARC         VALOR CLIENTE/ALBUM".
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
                  WHEN 1 PERFORM IMPORTA-LOG
                  WHEN 2 PERFORM RECEBIMENTO-TEF
                  WHEN 3 PERFORM CONFRONTO-DIA
                  WHEN 4 PERFORM BANDEIRAS
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-IMPORTA LOG DO TEF  2-RECEBIMENTO PELO TEF".
           DISPLAY "3-CONFRONTO DO DIA  4-BANDEIRAS: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "USUARIO: " WITH NO ADVANCING
              ACCEPT USUARIO-W
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "RCD101"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD101
              MOVE "CGD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD020
              MOVE "CRD159"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD159
              OPEN I-O CRD020 RCD101 CGD020 CRD159
              IF ST-CRD159 = "35"
                 CLOSE CRD159      OPEN OUTPUT CRD159
                 CLOSE CRD159      OPEN I-O CRD159
              END-IF
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD101 > "09"
                 DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CGD020 > "09"
                 DISPLAY "ERRO ABERTURA CGD020: " ST-CGD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD159 > "09"
                 DISPLAY "ERRO ABERTURA CRD159: " ST-CRD159
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CRD020 RCD101 CGD020 CRD159
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - IMPORTACAO DO LOG DO TERMINAL
      *----------------------------------------------------------------
       IMPORTA-LOG SECTION.
           DISPLAY "ARQUIVO DO LOG DO TEF (CAMINHO): "
                   WITH NO ADVANCING.
           ACCEPT PATH-TEFLOG.
           OPEN INPUT TEFLOG.
           IF ST-TEFLOG > "09"
              DISPLAY "ERRO ABERTURA TEFLOG: " ST-TEFLOG
              GO TO IMPORTA-LOG-FIM.
           PERFORM CARREGA-BANDEIRAS.
           MOVE ZEROS TO QT-LIDOS-W QT-GRAVADOS-W QT-REPETIDOS-W
                         QT-SEM-ADM-W.
           PERFORM LE-TEFLOG.
           PERFORM UNTIL ST-TEFLOG = "10"
              ADD 1 TO QT-LIDOS-W
              PERFORM IMPORTA-UMA-TRANSACAO
              PERFORM LE-TEFLOG
           END-PERFORM.
           CLOSE TEFLOG.
           DISPLAY "LINHAS LIDAS........: " QT-LIDOS-W.
           DISPLAY "TRANSACOES GRAVADAS.: " QT-GRAVADOS-W.
           DISPLAY "JA IMPORTADAS.......: " QT-REPETIDOS-W.
           IF QT-SEM-ADM-W > ZEROS
              DISPLAY "SEM ADMINISTRADORA P/ A BANDEIRA: "
                      QT-SEM-ADM-W " (CADASTRE NA OPCAO 4)".
       IMPORTA-LOG-FIM.
           CONTINUE.

       LE-TEFLOG SECTION.
           READ TEFLOG AT END
                MOVE "10" TO ST-TEFLOG
           END-READ.

       CARREGA-BANDEIRAS SECTION.
           MOVE ZEROS TO QT-BAND-W.
           MOVE ZEROS TO CODIGO-CG20.
           START CGD020 KEY IS NOT LESS CODIGO-CG20 INVALID KEY
                 MOVE "10" TO ST-CGD020
           END-START.
           PERFORM UNTIL ST-CGD020 = "10"
              READ CGD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD020
              NOT AT END
                   IF BANDEIRA-CG20 NOT = SPACES
                      AND BANDEIRA-CG20 NOT = LOW-VALUES
                      AND QT-BAND-W < 99
                      ADD 1 TO QT-BAND-W
                      MOVE BANDEIRA-CG20 TO TB-BANDEIRA (QT-BAND-W)
                      MOVE CODIGO-CG20   TO TB-ADMINISTR (QT-BAND-W)
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD020.

       IMPORTA-UMA-TRANSACAO SECTION.
           MOVE TEF-DATA     TO DATA-CR159.
           MOVE TEF-TERMINAL TO TERMINAL-CR159.
           MOVE TEF-NSU      TO NSU-CR159.
           READ CRD159 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                ADD 1 TO QT-REPETIDOS-W
                GO TO IMPORTA-UMA-TRANSACAO-FIM
           END-READ.
           INITIALIZE REG-CRD159.
           MOVE TEF-DATA        TO DATA-CR159.
           MOVE TEF-TERMINAL    TO TERMINAL-CR159.
           MOVE TEF-NSU         TO NSU-CR159.
           MOVE TEF-HORA        TO HORA-CR159.
           MOVE TEF-AUTORIZACAO TO AUTORIZACAO-CR159.
           MOVE TEF-BANDEIRA    TO BANDEIRA-CR159.
           MOVE TEF-MODALIDADE  TO MODALIDADE-CR159.
           MOVE TEF-PARCELAS    TO PARCELAS-CR159.
           IF PARCELAS-CR159 = ZEROS
              MOVE 1 TO PARCELAS-CR159.
           MOVE TEF-VALOR       TO VALOR-CR159.
           MOVE ZEROS           TO CARTAO-CRED-CR159.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-BAND-W
              IF TB-BANDEIRA (I) = TEF-BANDEIRA
                 MOVE TB-ADMINISTR (I) TO CARTAO-CRED-CR159
                 MOVE QT-BAND-W TO I
              END-IF
           END-PERFORM.
           IF TEF-STATUS = "A"
              MOVE 0 TO SITUACAO-CR159
              IF CARTAO-CRED-CR159 = ZEROS
                 ADD 1 TO QT-SEM-ADM-W
              END-IF
           ELSE
              MOVE 9 TO SITUACAO-CR159.
           MOVE USUARIO-W       TO USUARIO-CR159.
           WRITE REG-CRD159 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CRD159: " ST-CRD159
           NOT INVALID KEY
                 ADD 1 TO QT-GRAVADOS-W
           END-WRITE.
       IMPORTA-UMA-TRANSACAO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 2 - RECEBIMENTO A PARTIR DA TRANSACAO
      *----------------------------------------------------------------
       RECEBIMENTO-TEF SECTION.
           DISPLAY "DATA DAS TRANSACOES AAAAMMDD (0 = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT DATA-W.
           IF DATA-W = ZEROS
              MOVE DATA-SISTEMA-N TO DATA-W.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CR"           TO CAP022-MODULO.
           MOVE DATA-W         TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                      "LIBERE NO CAP021"
              GO TO RECEBIMENTO-TEF-FIM.
           PERFORM LISTA-PENDENTES.
           IF QT-PENDENTES-W = ZEROS
              DISPLAY "NENHUMA TRANSACAO APROVADA SEM RECEBIMENTO"
              GO TO RECEBIMENTO-TEF-FIM.
           DISPLAY "TRANSACAO (0 ENCERRA): " WITH NO ADVANCING.
           ACCEPT ESCOLHA-W.
           IF ESCOLHA-W = ZEROS OR ESCOLHA-W > QT-PENDENTES-W
              GO TO RECEBIMENTO-TEF-FIM.
           MOVE DATA-W                  TO DATA-CR159.
           MOVE TP-TERMINAL (ESCOLHA-W) TO TERMINAL-CR159.
           MOVE TP-NSU (ESCOLHA-W)      TO NSU-CR159.
           READ CRD159 INVALID KEY
                DISPLAY "TRANSACAO NAO ENCONTRADA"
                GO TO RECEBIMENTO-TEF-FIM
           END-READ.
           IF CARTAO-CRED-CR159 = ZEROS
              DISPLAY "BANDEIRA " BANDEIRA-CR159
                      " SEM ADMINISTRADORA - INFORME (CGD020): "
                      WITH NO ADVANCING
              ACCEPT CARTAO-CRED-CR159.
           MOVE CARTAO-CRED-CR159 TO CODIGO-CG20.
           READ CGD020 INVALID KEY
                DISPLAY "ADMINISTRADORA NAO CADASTRADA"
                GO TO RECEBIMENTO-TEF-FIM
           END-READ.
           DISPLAY "RECEBER EM 1-TITULO CRD020  2-PARCELAS DO ALBUM "
                   "RCD101: " WITH NO ADVANCING.
           ACCEPT DESTINO-W.
           EVALUATE DESTINO-W
               WHEN 1 PERFORM RECEBE-EM-TITULO
               WHEN 2 PERFORM RECEBE-EM-PARCELAS
               WHEN OTHER DISPLAY "DESTINO INVALIDO"
           END-EVALUATE.
       RECEBIMENTO-TEF-FIM.
           CONTINUE.

       LISTA-PENDENTES SECTION.
           MOVE ZEROS  TO QT-PENDENTES-W.
           MOVE DATA-W TO DATA-CR159.
           MOVE SPACES TO TERMINAL-CR159 NSU-CR159.
           START CRD159 KEY IS NOT LESS CHAVE-CR159 INVALID KEY
                 MOVE "10" TO ST-CRD159
           END-START.
           PERFORM UNTIL ST-CRD159 = "10"
              READ CRD159 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD159
              NOT AT END
                   IF DATA-CR159 NOT = DATA-W
                      MOVE "10" TO ST-CRD159
                   ELSE
                      IF SITUACAO-CR159 = 0
                         AND QT-PENDENTES-W < 200
                         ADD 1 TO QT-PENDENTES-W
                         MOVE TERMINAL-CR159
                           TO TP-TERMINAL (QT-PENDENTES-W)
                         MOVE NSU-CR159 TO TP-NSU (QT-PENDENTES-W)
                         MOVE VALOR-CR159 TO VALOR-E
                         DISPLAY QT-PENDENTES-W " " HORA-CR159 (1: 4)
                                 " NSU " NSU-CR159 " "
                                 BANDEIRA-CR159 " " PARCELAS-CR159
                                 "X " VALOR-E
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD159.

      *    Titulo quitado no balcao vira recebivel da administradora:
      *    um titulo TIPO-DOCTO 4 por parcela do cartao, vencendo de
      *    30 em 30 dias a partir da transacao (o CRP130 soma o
      *    PRAZO-DEPOSITO-CG20 em cima disso).
       RECEBE-EM-TITULO SECTION.
           DISPLAY "CLASSIFICACAO (0/1).........: " WITH NO ADVANCING.
           ACCEPT CLASS-W.
           DISPLAY "CLIENTE.....................: " WITH NO ADVANCING.
           ACCEPT CLIENTE-W.
           DISPLAY "SEQ DO TITULO QUITADO (0 = VENDA NOVA): "
                   WITH NO ADVANCING.
           ACCEPT SEQ-W.
           IF SEQ-W NOT = ZEROS
              MOVE CLASS-W   TO CLASS-CLIENTE-CR20
              MOVE CLIENTE-W TO CLIENTE-CR20
              MOVE SEQ-W     TO SEQ-CR20
              READ CRD020 INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO"
                   GO TO RECEBE-EM-TITULO-FIM
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-CRD020
              END-IF
              IF ST-CRD020 > "09"
                 GO TO RECEBE-EM-TITULO-FIM
              END-IF
              IF SITUACAO-CR20 NOT = 0 AND SITUACAO-CR20 NOT = 1
                 DISPLAY "TITULO NAO ESTA EM ABERTO"
                 GO TO RECEBE-EM-TITULO-FIM
              END-IF
              IF SITUACAO-CR20 = 1
                 MOVE VALOR-SALDO-CR20 TO SALDO-DEVIDO-W
              ELSE
                 MOVE VALOR-TOT-CR20   TO SALDO-DEVIDO-W
              END-IF
              IF VALOR-CR159 > SALDO-DEVIDO-W
                 DISPLAY "VALOR DO CARTAO MAIOR QUE O SALDO DO "
                         "TITULO (" SALDO-DEVIDO-W ")"
                 GO TO RECEBE-EM-TITULO-FIM
              END-IF.
           MOVE VALOR-CR159 TO VALOR-E.
           DISPLAY "GERA " PARCELAS-CR159 " TITULO(S) DE CARTAO "
                   NOME-CG20 " TOTAL " VALOR-E " (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO RECEBE-EM-TITULO-FIM.
           IF SEQ-W NOT = ZEROS
              IF VALOR-CR159 < SALDO-DEVIDO-W
                 MOVE 1 TO SITUACAO-CR20
                 COMPUTE VALOR-SALDO-CR20 = SALDO-DEVIDO-W
                       - VALOR-CR159
              ELSE
                 MOVE 2     TO SITUACAO-CR20
                 MOVE ZEROS TO VALOR-SALDO-CR20
              END-IF
              MOVE DATA-W          TO DATA-RCTO-CR20
              ADD VALOR-CR159      TO VALOR-LIQ-CR20
              MOVE "CARTAO"        TO FORMA-PAGTO-CR20
              MOVE USUARIO-W       TO RESPONSAVEL-CR20
              REWRITE REG-CRD020 INVALID KEY
                    DISPLAY "ERRO BAIXANDO CRD020: " ST-CRD020
                    GO TO RECEBE-EM-TITULO-FIM
              END-REWRITE.
           PERFORM PROXIMA-SEQ-CLIENTE.
           MOVE PARCELAS-CR159 TO QT-PARC-W.
           COMPUTE VLR-PARCELA-W = VALOR-CR159 / QT-PARC-W.
           COMPUTE VLR-ULT-PARC-W = VALOR-CR159
                 - (VLR-PARCELA-W * (QT-PARC-W - 1)).
           MOVE DATA-W TO VENCTO-PARC-W.
           MOVE SPACES TO CHAVE-DOC-W.
           MOVE CLASS-W    TO CLASS-DOC-W.
           MOVE CLIENTE-W  TO CLIENTE-DOC-W.
           MOVE PROX-SEQ-W TO SEQ-DOC-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PARC-W
              IF MODALIDADE-CR159 NOT = "D"
                 PERFORM AVANCA-VENCIMENTO
              END-IF
              PERFORM GRAVA-TITULO-CARTAO
              ADD 1 TO PROX-SEQ-W
           END-PERFORM.
           MOVE 1 TO TIPO-DOC-CR159.
           PERFORM VINCULA-TRANSACAO.
           DISPLAY "TITULOS DE CARTAO GERADOS A PARTIR DE "
                   CHAVE-DOC-W (1: 14).
       RECEBE-EM-TITULO-FIM.
           CONTINUE.

       PROXIMA-SEQ-CLIENTE SECTION.
           MOVE ZEROS     TO PROX-SEQ-W.
           MOVE CLASS-W   TO CLASS-CLIENTE-CR20.
           MOVE CLIENTE-W TO CLIENTE-CR20.
           MOVE ZEROS     TO SEQ-CR20.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF CLASS-CLIENTE-CR20 NOT = CLASS-W
                      OR CLIENTE-CR20 NOT = CLIENTE-W
                      MOVE "10" TO ST-CRD020
                   ELSE
                      MOVE SEQ-CR20 TO PROX-SEQ-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.
           ADD 1 TO PROX-SEQ-W.

       AVANCA-VENCIMENTO SECTION.
           MOVE VENCTO-PARC-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DDMMAA.
           MOVE 30 TO GRDIAS-NUM-DIAS.
           CALL "GRADAY1" USING PARAMETROS-GRADAY1.
           MOVE DDMMAA TO DATA-INVERTE-W.
           CALL "GRIDAT2" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO VENCTO-PARC-W.

       GRAVA-TITULO-CARTAO SECTION.
           INITIALIZE REG-CRD020.
           MOVE DATA-W            TO DATA-MOVTO-CR20
                                     DATA-EMISSAO-CR20.
           MOVE CLASS-W           TO CLASS-CLIENTE-CR20.
           MOVE CLIENTE-W         TO CLIENTE-CR20.
           MOVE PROX-SEQ-W        TO SEQ-CR20.
           MOVE 1                 TO CARTEIRA-CR20.
           MOVE NSU-CR159 (3: 10) TO NR-DOCTO-CR20.
           STRING "NSU" NSU-CR159 "/AUT" AUTORIZACAO-CR159
                  DELIMITED BY SIZE INTO OUTRO-DOCTO-CR20.
           MOVE 4                 TO TIPO-DOCTO-CR20.
           MOVE VENCTO-PARC-W     TO DATA-VENCTO-CR20.
           STRING "CARTAO " BANDEIRA-CR159 " TEF" DELIMITED BY SIZE
                  INTO DESCRICAO-CR20.
           MOVE 0                 TO SITUACAO-CR20.
           MOVE I                 TO NR-PARC-CR20.
           MOVE QT-PARC-W         TO TOT-PARC-CR20.
           IF I = QT-PARC-W
              MOVE VLR-ULT-PARC-W TO VALOR-TOT-CR20
           ELSE
              MOVE VLR-PARCELA-W  TO VALOR-TOT-CR20.
           MOVE CARTAO-CRED-CR159 TO CARTAO-CRED-CR20.
           IF QT-PARC-W > 1
              MOVE TAXA-PARCELA-CG20  TO TAXA-ADMINIST-PARCELA-CR20
           ELSE
              MOVE TAXA-ADMINIST-CG20 TO TAXA-ADMINIST-CREDITO-CR20.
           MOVE "CARTAO"          TO FORMA-PAGTO-CR20.
           MOVE USUARIO-W         TO DIGITADOR-CR20.
           WRITE REG-CRD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CRD020: " ST-CRD020
           END-WRITE.

      *    Parcelas do album pagas no balcao: as em aberto, da mais
      *    antiga p/ a mais nova, enquanto o valor da transacao cobrir
      *    a parcela inteira.
       RECEBE-EM-PARCELAS SECTION.
           DISPLAY "ALBUM.......................: " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           MOVE ZEROS TO APLICADO-W QT-PARC-W.
           PERFORM PERCORRE-PARCELAS.
           IF QT-PARC-W = ZEROS
              DISPLAY "NENHUMA PARCELA EM ABERTO COBERTA PELO VALOR"
              GO TO RECEBE-EM-PARCELAS-FIM.
           COMPUTE SOBRA-W = VALOR-CR159 - APLICADO-W.
           DISPLAY "PAGA " QT-PARC-W " PARCELA(S) - " APLICADO-W.
           IF SOBRA-W > ZEROS
              DISPLAY "SOBRA " SOBRA-W
                      " VIRA CREDITO DO CLIENTE DO ALBUM".
           DISPLAY "CONFIRMA (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO RECEBE-EM-PARCELAS-FIM.
           MOVE 1 TO ACHOU-W.
           MOVE ZEROS TO APLICADO-W QT-PARC-W.
           PERFORM PERCORRE-PARCELAS.
           MOVE SPACES TO CHAVE-DOC-W.
           MOVE ALBUM-W TO ALBUM-DOC-W.
           MOVE 2 TO TIPO-DOC-CR159.
           PERFORM VINCULA-TRANSACAO.
           IF SOBRA-W > ZEROS
              MOVE 2              TO CRP158-FUNCAO
              MOVE EMPRESA-W      TO CRP158-EMPRESA
              MOVE 0              TO CRP158-CLASS
              MOVE ALBUM-W        TO CRP158-CLIENTE
              MOVE DATA-W         TO CRP158-DATA
              MOVE SOBRA-W        TO CRP158-VALOR
              MOVE 1              TO CRP158-TIPO
              MOVE SPACES         TO CRP158-DOCTO
              STRING "NSU " NSU-CR159 DELIMITED BY SIZE
                     INTO CRP158-DOCTO
              MOVE "CARTAO A MAIOR NO BALCAO" TO CRP158-HISTORICO
              MOVE ZEROS          TO CRP158-VALIDADE
              MOVE USUARIO-W      TO CRP158-USUARIO
              CALL "CRP158" USING PARAMETROS-CRP158
              IF NOT CRP158-OK
                 DISPLAY "ERRO LANCANDO O CREDITO - LANCE NO CRP157 "
                         SOBRA-W
              END-IF
           END-IF.
           DISPLAY "PARCELAS BAIXADAS NO CARTAO".
       RECEBE-EM-PARCELAS-FIM.
           MOVE ZEROS TO ACHOU-W.

      *    ACHOU-W = 0 so simula; = 1 baixa as parcelas
       PERCORRE-PARCELAS SECTION.
           MOVE ALBUM-W TO ALBUM-REC1.
           START RCD101 KEY IS NOT LESS CHAVE-ALBUM-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 = "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   IF ALBUM-REC1 NOT = ALBUM-W
                      MOVE "10" TO ST-RCD101
                   ELSE
                      IF DTA-BAIXA-REC1 = ZEROS
                         AND APLICADO-W + VALOR-REC1 NOT > VALOR-CR159
                         ADD VALOR-REC1 TO APLICADO-W
                         ADD 1 TO QT-PARC-W
                         IF ACHOU-W = 1
                            PERFORM BAIXA-PARCELA-CARTAO
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD101.

       BAIXA-PARCELA-CARTAO SECTION.
           MOVE 6                 TO TIPO-REC1.
           MOVE DATA-W            TO DTA-BAIXA-REC1.
           MOVE CARTAO-CRED-CR159 TO CARTAO-CRED-REC1.
           MOVE PARCELAS-CR159    TO QT-PARCELA-REC1.
           MOVE ZEROS TO TAXA-ADMINIST-CREDITO-REC1
                         TAXA-ADMINIST-PARCELA-REC1.
           IF PARCELAS-CR159 > 1
              MOVE TAXA-PARCELA-CG20  TO TAXA-ADMINIST-PARCELA-REC1
           ELSE
              MOVE TAXA-ADMINIST-CG20 TO TAXA-ADMINIST-CREDITO-REC1.
           REWRITE REG-RCD101 INVALID KEY
                 DISPLAY "ERRO BAIXANDO RCD101: " ST-RCD101
           END-REWRITE.

       VINCULA-TRANSACAO SECTION.
           MOVE 1              TO SITUACAO-CR159.
           MOVE CHAVE-DOC-W    TO CHAVE-DOC-CR159.
           MOVE DATA-SISTEMA-N TO DATA-VINCULO-CR159.
           MOVE USUARIO-W      TO USUARIO-CR159.
           REWRITE REG-CRD159 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD159: " ST-CRD159
           END-REWRITE.

      *----------------------------------------------------------------
      *    OPCAO 3 - CONFRONTO DO DIA
      *----------------------------------------------------------------
       CONFRONTO-DIA SECTION.
           DISPLAY "DATA AAAAMMDD (0 = HOJE): " WITH NO ADVANCING.
           ACCEPT DATA-W.
           IF DATA-W = ZEROS
              MOVE DATA-SISTEMA-N TO DATA-W.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE DATA-W    TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO CAB01-DATA.
           MOVE ZEROS TO QT-DIVERGENCIAS-W.
           PERFORM TEF-SEM-RECEBIMENTO.
           PERFORM TITULO-SEM-TEF.
           PERFORM PARCELA-SEM-TEF.
           PERFORM IMPRIME-LINDET.
           IF QT-DIVERGENCIAS-W = ZEROS
              MOVE "TERMINAL E RECEBIMENTOS CONFEREM"
                TO LINDET-REL (1: 32)
           ELSE
              MOVE "DIVERGENCIAS:"   TO LINDET-REL (1: 13)
              MOVE QT-DIVERGENCIAS-W TO LINDET-REL (15: 5).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       TEF-SEM-RECEBIMENTO SECTION.
           MOVE DATA-W TO DATA-CR159.
           MOVE SPACES TO TERMINAL-CR159 NSU-CR159.
           START CRD159 KEY IS NOT LESS CHAVE-CR159 INVALID KEY
                 MOVE "10" TO ST-CRD159
           END-START.
           PERFORM UNTIL ST-CRD159 = "10"
              READ CRD159 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD159
              NOT AT END
                   IF DATA-CR159 NOT = DATA-W
                      MOVE "10" TO ST-CRD159
                   ELSE
                      IF SITUACAO-CR159 = 0
                         ADD 1 TO QT-DIVERGENCIAS-W
                         MOVE "TEF SEM RECEBIMENTO"
                           TO LINDET-REL (1: 19)
                         MOVE TERMINAL-CR159 TO LINDET-REL (27: 8)
                         MOVE NSU-CR159      TO LINDET-REL (36: 12)
                         MOVE BANDEIRA-CR159 TO LINDET-REL (55: 10)
                         MOVE PARCELAS-CR159 TO LINDET-REL (66: 2)
                         MOVE VALOR-CR159    TO VALOR-E
                         MOVE VALOR-E        TO LINDET-REL (69: 13)
                         PERFORM IMPRIME-LINDET
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD159.

      *    titulo de cartao lancado no dia (so a 1a parcela de cada
      *    venda) cujo NR-DOCTO nao bate com NSU vinculado do dia
       TITULO-SEM-TEF SECTION.
           MOVE DATA-W TO DATA-MOVTO-CR20.
           START CRD020 KEY IS NOT LESS DATA-MOVTO-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF DATA-MOVTO-CR20 NOT = DATA-W
                      MOVE "10" TO ST-CRD020
                   ELSE
                      IF TIPO-DOCTO-CR20 = 4
                         AND NR-PARC-CR20 NOT > 1
                         AND SITUACAO-CR20 NOT = 3
                         AND SITUACAO-CR20 NOT = 4
                         PERFORM PROCURA-NSU-TITULO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.

       PROCURA-NSU-TITULO SECTION.
           MOVE ZEROS  TO ACHOU-W.
           MOVE DATA-W TO DATA-CR159.
           MOVE SPACES TO TERMINAL-CR159 NSU-CR159.
           START CRD159 KEY IS NOT LESS CHAVE-CR159 INVALID KEY
                 MOVE "10" TO ST-CRD159
           END-START.
           PERFORM UNTIL ST-CRD159 = "10"
              READ CRD159 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD159
              NOT AT END
                   IF DATA-CR159 NOT = DATA-W
                      MOVE "10" TO ST-CRD159
                   ELSE
                      IF SITUACAO-CR159 = 1
                         AND TIPO-DOC-CR159 = 1
                         AND NSU-CR159 (3: 10) = NR-DOCTO-CR20
                         MOVE 1 TO ACHOU-W
                         MOVE "10" TO ST-CRD159
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD159.
           IF ACHOU-W = 0
              ADD 1 TO QT-DIVERGENCIAS-W
              MOVE "TITULO SEM TRANSACAO TEF" TO LINDET-REL (1: 24)
              MOVE NR-DOCTO-CR20    TO LINDET-REL (36: 10)
              MOVE TOT-PARC-CR20    TO LINDET-REL (66: 2)
              MOVE VALOR-TOT-CR20   TO VALOR-E
              MOVE VALOR-E          TO LINDET-REL (69: 13)
              MOVE CLASS-CLIENTE-CR20 TO LINDET-REL (83: 1)
              MOVE CLIENTE-CR20     TO LINDET-REL (85: 8)
              PERFORM IMPRIME-LINDET.

      *    parcela de album baixada no cartao no dia sem transacao
      *    vinculada ao album nesse dia
       PARCELA-SEM-TEF SECTION.
           MOVE ZEROS TO ALBUM-ANT-W.
           MOVE DATA-W TO DTA-BAIXA-REC1.
           MOVE ZEROS  TO ALBUM-REC1.
           START RCD101 KEY IS NOT LESS ALT-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 = "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   IF DTA-BAIXA-REC1 NOT = DATA-W
                      MOVE "10" TO ST-RCD101
                   ELSE
                      IF TIPO-REC1 = 6
                         AND ALBUM-REC1 NOT = ALBUM-ANT-W
                         MOVE ALBUM-REC1 TO ALBUM-ANT-W
                         PERFORM PROCURA-TEF-ALBUM
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD101.

       PROCURA-TEF-ALBUM SECTION.
           MOVE ZEROS  TO ACHOU-W.
           MOVE 2      TO TIPO-DOC-CR159.
           MOVE SPACES TO CHAVE-DOC-CR159.
           MOVE ALBUM-REC1 TO CHAVE-DOC-CR159 (1: 8).
           START CRD159 KEY IS NOT LESS ALT1-CR159 INVALID KEY
                 MOVE "10" TO ST-CRD159
           END-START.
           PERFORM UNTIL ST-CRD159 = "10"
              READ CRD159 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD159
              NOT AT END
                   IF TIPO-DOC-CR159 NOT = 2
                      OR CHAVE-DOC-CR159 (1: 8) NOT = ALBUM-REC1
                      MOVE "10" TO ST-CRD159
                   ELSE
                      IF DATA-CR159 = DATA-W
                         MOVE 1 TO ACHOU-W
                         MOVE "10" TO ST-CRD159
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD159.
           IF ACHOU-W = 0
              ADD 1 TO QT-DIVERGENCIAS-W
              MOVE "PARCELA SEM TRANSACAO TEF" TO LINDET-REL (1: 25)
              MOVE NUMERO-REC1      TO LINDET-REL (36: 6)
              MOVE QT-PARCELA-REC1  TO LINDET-REL (66: 2)
              MOVE VALOR-REC1       TO VALOR-E
              MOVE VALOR-E          TO LINDET-REL (69: 13)
              MOVE ALBUM-REC1       TO LINDET-REL (83: 8)
              PERFORM IMPRIME-LINDET.

      *----------------------------------------------------------------
      *    OPCAO 4 - BANDEIRA DO TEF POR ADMINISTRADORA
      *----------------------------------------------------------------
       BANDEIRAS SECTION.
           DISPLAY "ADMINISTRADORA (0 ENCERRA): " WITH NO ADVANCING.
           ACCEPT ADMINISTR-W.
           PERFORM UNTIL ADMINISTR-W = ZEROS
              MOVE ADMINISTR-W TO CODIGO-CG20
              READ CGD020 INVALID KEY
                   DISPLAY "ADMINISTRADORA NAO CADASTRADA"
              NOT INVALID KEY
                   DISPLAY NOME-CG20 " - BANDEIRA ATUAL: "
                           BANDEIRA-CG20
                   DISPLAY "BANDEIRA NO LOG DO TEF: "
                           WITH NO ADVANCING
                   ACCEPT BANDEIRA-W
                   MOVE BANDEIRA-W TO BANDEIRA-CG20
                   REWRITE REG-CGD020 INVALID KEY
                         DISPLAY "ERRO ATUALIZANDO CGD020: "
                                 ST-CGD020
                   END-REWRITE
              END-READ
              DISPLAY "ADMINISTRADORA (0 ENCERRA): "
                      WITH NO ADVANCING
              ACCEPT ADMINISTR-W
           END-PERFORM.

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
           CLOSE CRD020 RCD101 CGD020 CRD159.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "CRP159"      TO GRLOCK-PROGRAMA.
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

       END PROGRAM CRP159.
