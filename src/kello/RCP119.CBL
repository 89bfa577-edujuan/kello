       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCP119.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: DEVOLUCAO DE VENDA DE ALBUM (RCD119) - QUANDO O
      *        FORMANDO DEVOLVIA O ALBUM NO PRAZO DO CODIGO DO
      *        CONSUMIDOR O RCD100/RCD101 ERA APAGADO OU ALTERADO NA
      *        MAO, O ALBUM NAO VOLTAVA AO ESTOQUE, O VENDEDOR FICAVA
      *        COM A COMISSAO E O QUE JA TINHA SIDO PAGO ERA
      *        DEVOLVIDO POR FORA.
      *        OPCAO 1 - DEVOLUCAO: P/ UM ALBUM VENDIDO, COM O MOTIVO
      *          DO COD008 (VALIDADO NO COP116), FAZ TUDO DE UMA VEZ:
      *          - AVISA SE PASSOU DO PRAZO DE ARREPENDIMENTO (7 DIAS
      *            DA VENDA OU DA ENTREGA NO ROMANEIO);
      *          - EXCLUI AS PARCELAS RCD101 EM ABERTO;
      *          - O JA PAGO VAI P/ REEMBOLSO (TITULO PREVISTO E NAO
      *            LIBERADO NO CPD020, TIPO-FORN 5, COMO O GALHO133)
      *            OU P/ CREDITO DO CLIENTE (CRP158, ORIGEM 3); O QUE
      *            FOI PAGO COM CREDITO (TIPO-REC1 8) VOLTA SEMPRE
      *            COMO CREDITO;
      *          - ALBUM DE VOLTA AO ESTOQUE (FOGO-MTG 0, POSSE-MTG 1)
      *            NO LOCAL MTD049 INFORMADO;
      *          - DEBITA A COMISSAO DO VENDEDOR NO CCD100 (TIPO 02,
      *            DOCTO "DV"+ALBUM) - A COMISSAO DAS PARCELAS COMO NO
      *            COP113;
      *          - GUARDA A VENDA NO RCD119 E EXCLUI O RCD100.
      *          RESPEITA O FECHAMENTO MENSAL (CAP022) DO CONTAS A
      *          RECEBER, A PAGAR E CONTA CORRENTE;
      *        OPCAO 2 - DEVOLUCOES DO PERIODO POR VENDEDOR;
      *        OPCAO 3 - DEVOLUCOES DO PERIODO POR MOTIVO.
      *        AS PARCELAS DO BAILE (ORIGEM-REC1 1, COP136), DA
      *        GALERIA ONLINE AVULSA (ORIGEM-REC1 2, MTP063) E DA
      *        REPOSICAO/SEGUNDA VIA (ORIGEM-REC1 3, MTP064) NAO SAO DA
      *        VENDA DO ALBUM: NAO SAO CANCELADAS NEM REEMBOLSADAS.
      *        ALBUM PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RCPX100.
           COPY RCPX101.
           COPY RCPX119.
           COPY MTPX020.
           COPY MTPX049.
           COPY CPPX020.
           COPY CCPX100.
           COPY COPX008.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY RCPW100.
           COPY RCPW101.
           COPY RCPW119.
           COPY MTPW020.
           COPY MTPW049.
           COPY CPPW020.
           COPY CCPW100.
           COPY COPW008.
           COPY CGPW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-RCD119             PIC XX       VALUE SPACES.
           05  ST-MTD020             PIC XX       VALUE SPACES.
           05  ST-MTD049             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CCD100             PIC XX       VALUE SPACES.
           05  ST-COD008             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  MOTIVO-W              PIC 9(5)     VALUE ZEROS.
           05  DESTINO-W             PIC 9        VALUE ZEROS.
           05  PRAZO-DEV-W           PIC 9(3)     VALUE 7.
           05  DATA-BASE-W           PIC 9(8)     VALUE ZEROS.
           05  QT-PARC-CANC-W        PIC 9(2)     VALUE ZEROS.
           05  VALOR-CANC-W          PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-PAGO-W          PIC 9(8)V99  VALUE ZEROS.
           05  PAGO-CREDITO-W        PIC 9(8)V99  VALUE ZEROS.
           05  PAGO-DINHEIRO-W       PIC 9(8)V99  VALUE ZEROS.
           05  COMISSAO-W            PIC 9(8)V99  VALUE ZEROS.
           05  COMISSAO-DIG-W        PIC 9(8)V99  VALUE ZEROS.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-CC-W         PIC 9(5)     VALUE ZEROS.
           05  FORNEC-REEMB-W        PIC 9(6)     VALUE ZEROS.
           05  DOCTO-DV-W            PIC X(10)    VALUE SPACES.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  QUEBRA-W              PIC 9(6)     VALUE ZEROS.
           05  PRIMEIRO-W            PIC 9        VALUE ZEROS.
           05  QT-DEV-W              PIC 9(5)     VALUE ZEROS.
           05  TOT-VENDA-W           PIC 9(9)V99  VALUE ZEROS.
           05  TOT-PAGO-W            PIC 9(9)V99  VALUE ZEROS.
           05  TOT-COMISSAO-W        PIC 9(9)V99  VALUE ZEROS.
           05  QT-GERAL-W            PIC 9(5)     VALUE ZEROS.
           05  TOT-GERAL-W           PIC 9(9)V99  VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-TOT-E           PIC ZZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

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

       01  PARAMETROS-COP116.
           05  COP116-EMPRESA       PIC X(3).
           05  COP116-MOTIVO        PIC 9(5).
           05  COP116-DESCRICAO     PIC X(40).
           05  COP116-RETORNO       PIC 9(1).
               88  COP116-OK                    VALUE 0.
               88  COP116-MOTIVO-INVALIDO       VALUE 1.

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
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-RCD119       PIC X(60)    VALUE SPACES.
           05  PATH-MTD020       PIC X(60)    VALUE SPACES.
           05  PATH-MTD049       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CCD100       PIC X(60)    VALUE SPACES.
           05  PATH-COD008       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "RCP119 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  CAB01-TITULO      PIC X(50)  VALUE SPACES.
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(50)  VALUE
               "ALBUM    DEVOLUCAO  VENDA        TOTAL VENDA    ".
           05  FILLER            PIC X(50)  VALUE
               "    JA PAGO DESTINO      COMISSAO MOTIVO/VENDEDOR".
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
                  WHEN 1 PERFORM DEVOLVE-VENDA
                  WHEN 2 PERFORM RELATORIO-VENDEDOR
                  WHEN 3 PERFORM RELATORIO-MOTIVO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-DEVOLUCAO  2-REL. POR VENDEDOR  "
                   "3-REL. POR MOTIVO: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W = 1
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "RCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD100
              MOVE "RCD101"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD101
              MOVE "RCD119"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD119
              MOVE "MTD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD020
              MOVE "MTD049"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD049
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CCD100
              MOVE "COD008"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD008
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              OPEN I-O RCD100 RCD101 RCD119 MTD020 MTD049
                       CPD020 CCD100
              IF ST-RCD119 = "35"
                 CLOSE RCD119      OPEN OUTPUT RCD119
                 CLOSE RCD119      OPEN I-O RCD119
              END-IF
              IF ST-MTD049 = "35"
                 CLOSE MTD049      OPEN OUTPUT MTD049
                 CLOSE MTD049      OPEN I-O MTD049
              END-IF
              OPEN INPUT COD008 CGD001
              IF ST-RCD100 > "09"
                 DISPLAY "ERRO ABERTURA RCD100: " ST-RCD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD101 > "09"
                 DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD119 > "09"
                 DISPLAY "ERRO ABERTURA RCD119: " ST-RCD119
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD020 > "09"
                 DISPLAY "ERRO ABERTURA MTD020: " ST-MTD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD049 > "09"
                 DISPLAY "ERRO ABERTURA MTD049: " ST-MTD049
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
              IF ST-COD008 > "09"
                 DISPLAY "ERRO ABERTURA COD008: " ST-COD008
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CGD001 > "09"
                 DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - DEVOLUCAO DA VENDA DE UM ALBUM
      *----------------------------------------------------------------
       DEVOLVE-VENDA SECTION.
           DISPLAY "ALBUM: " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           MOVE ALBUM-W TO ALBUM-REC.
           READ RCD100 INVALID KEY
                DISPLAY "ALBUM SEM VENDA NO RCD100"
                GO TO DEVOLVE-VENDA-FIM
           END-READ.
           MOVE ALBUM-W TO ALBUM-MTG.
           READ MTD020 INVALID KEY
                DISPLAY "ALBUM NAO ENCONTRADO NO MTD020"
                GO TO DEVOLVE-VENDA-FIM
           END-READ.
           IF ST-MTD020 = "9D"
              PERFORM ESPERA-MTD020.
           IF ST-MTD020 > "09"
              GO TO DEVOLVE-VENDA-FIM.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CR"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                      "LIBERE NO CAP021"
              GO TO DEVOLVE-VENDA-FIM.
           MOVE DATA-MOVTO-REC TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE TOTAL-REC      TO VALOR-E.
           DISPLAY "VENDA DE " DATA-E " VENDEDOR " VENDEDOR-REC
                   " TOTAL " VALOR-E.
      *    prazo de arrependimento contado da venda ou, se ja saiu no
      *    romaneio, da entrega
           MOVE DATA-MOVTO-REC TO DATA-BASE-W.
           IF DATAROMANEIO-MTG > DATA-BASE-W
              MOVE DATAROMANEIO-MTG TO DATA-BASE-W.
           MOVE DATA-BASE-W    TO GRDIFD-DATA1.
           MOVE DATA-SISTEMA-N TO GRDIFD-DATA2.
           CALL "GRDIFD" USING GRDIFD-PARAMETROS.
           IF GRDIFD-DIAS > PRAZO-DEV-W
              DISPLAY "ATENCAO: " GRDIFD-DIAS " DIAS - FORA DO PRAZO "
                      "DE ARREPENDIMENTO (" PRAZO-DEV-W " DIAS)"
              DISPLAY "DEVOLVE ASSIM MESMO (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA-W
              IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
                 GO TO DEVOLVE-VENDA-FIM
              END-IF
           END-IF.
           DISPLAY "MOTIVO (COD008): " WITH NO ADVANCING.
           ACCEPT MOTIVO-W.
           MOVE EMPRESA-W TO COP116-EMPRESA.
           MOVE MOTIVO-W  TO COP116-MOTIVO.
           CALL "COP116" USING PARAMETROS-COP116.
           IF COP116-MOTIVO-INVALIDO
              DISPLAY "MOTIVO DE DEVOLUCAO INVALIDO"
              GO TO DEVOLVE-VENDA-FIM.
           DISPLAY COP116-DESCRICAO.
           PERFORM LEVANTA-PARCELAS.
           MOVE VALOR-CANC-W TO VALOR-E.
           DISPLAY "PARCELAS EM ABERTO A CANCELAR: " QT-PARC-CANC-W
                   " VALOR " VALOR-E.
           MOVE VALOR-PAGO-W TO VALOR-E.
           DISPLAY "JA PAGO PELO CLIENTE.........: " VALOR-E.
           MOVE ZEROS TO DESTINO-W.
           IF PAGO-DINHEIRO-W > ZEROS
              PERFORM ACEITA-DESTINO
              IF DESTINO-W = 1
                 MOVE EMPRESA-W      TO CAP022-EMPRESA
                 MOVE "CP"           TO CAP022-MODULO
                 MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO
                 CALL "CAP022" USING PARAMETROS-CAP022
                 IF CAP022-MES-FECHADO
                    DISPLAY "MES FECHADO P/ O CONTAS A PAGAR - "
                            "LIBERE NO CAP021"
                    GO TO DEVOLVE-VENDA-FIM
                 END-IF
              END-IF
           ELSE
              IF PAGO-CREDITO-W > ZEROS
                 MOVE 2 TO DESTINO-W.
           MOVE COMISSAO-W TO VALOR-E.
           DISPLAY "COMISSAO DO VENDEDOR A DEBITAR: " VALOR-E.
           DISPLAY "VALOR A DEBITAR (0 = O CALCULADO): "
                   WITH NO ADVANCING.
           ACCEPT COMISSAO-DIG-W.
           IF COMISSAO-DIG-W > ZEROS
              MOVE COMISSAO-DIG-W TO COMISSAO-W.
           IF COMISSAO-W > ZEROS AND VENDEDOR-REC > ZEROS
              MOVE EMPRESA-W      TO CAP022-EMPRESA
              MOVE "CC"           TO CAP022-MODULO
              MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO
              CALL "CAP022" USING PARAMETROS-CAP022
              IF CAP022-MES-FECHADO
                 DISPLAY "MES FECHADO P/ O CONTA CORRENTE - "
                         "LIBERE NO CAP021"
                 GO TO DEVOLVE-VENDA-FIM
              END-IF
           END-IF.
           INITIALIZE REG-RCD119.
           MOVE ALBUM-W        TO ALBUM-RC119.
           MOVE DATA-SISTEMA-N TO DATA-DEV-RC119.
           DISPLAY "LOCAL NO ESTOQUE - RUA: " WITH NO ADVANCING.
           ACCEPT RUA-RC119.
           DISPLAY "ESTANTE: " WITH NO ADVANCING.
           ACCEPT ESTANTE-RC119.
           DISPLAY "PRATELEIRA: " WITH NO ADVANCING.
           ACCEPT PRATELEIRA-RC119.
           DISPLAY "OBSERVACAO: " WITH NO ADVANCING.
           ACCEPT OBS-RC119.
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO DEVOLVE-VENDA-FIM.
           MOVE MOTIVO-W       TO MOTIVO-RC119.
           MOVE VENDEDOR-REC   TO VENDEDOR-RC119.
           MOVE DATA-MOVTO-REC TO DATA-VENDA-RC119.
           MOVE TOTAL-REC      TO TOTAL-VENDA-RC119.
           MOVE QFOTOS-REC     TO QFOTOS-RC119.
           MOVE QT-PARC-CANC-W TO QT-PARC-CANC-RC119.
           MOVE VALOR-CANC-W   TO VALOR-CANC-RC119.
           MOVE VALOR-PAGO-W   TO VALOR-PAGO-RC119.
           MOVE DESTINO-W      TO DESTINO-PAGO-RC119.
           MOVE USUARIO-W      TO USUARIO-RC119.
           MOVE SPACES         TO DOCTO-DV-W.
           MOVE "DV"           TO DOCTO-DV-W (1: 2).
           MOVE ALBUM-W        TO DOCTO-DV-W (3: 8).
           PERFORM CANCELA-PARCELAS.
           PERFORM DESTINA-PAGO.
           PERFORM VOLTA-ESTOQUE.
           IF COMISSAO-W > ZEROS AND VENDEDOR-REC > ZEROS
              PERFORM DEBITA-COMISSAO.
           WRITE REG-RCD119 INVALID KEY
                 DISPLAY "ERRO GRAVANDO RCD119: " ST-RCD119
                 GO TO DEVOLVE-VENDA-FIM
           END-WRITE.
           DELETE RCD100 INVALID KEY
                  DISPLAY "ERRO EXCLUINDO RCD100: " ST-RCD100
           END-DELETE.
           DISPLAY "DEVOLUCAO REGISTRADA".
       DEVOLVE-VENDA-FIM.
           CONTINUE.

       ACEITA-DESTINO SECTION.
           MOVE PAGO-DINHEIRO-W TO VALOR-E.
           DISPLAY "PAGO EM DINHEIRO/BANCO: " VALOR-E.
           IF PAGO-CREDITO-W > ZEROS
              MOVE PAGO-CREDITO-W TO VALOR-E
              DISPLAY "PAGO COM CREDITO (VOLTA COMO CREDITO): " VALOR-E.
           MOVE ZEROS TO DESTINO-W.
           PERFORM UNTIL DESTINO-W = 1 OR DESTINO-W = 2
              DISPLAY "DESTINO DO PAGO: 1-REEMBOLSO  "
                      "2-CREDITO DO CLIENTE: " WITH NO ADVANCING
              ACCEPT DESTINO-W
           END-PERFORM.

      *    parcelas do album: em aberto serao canceladas, as baixadas
      *    sao o ja pago; a comissao sai das parcelas como no COP113
       LEVANTA-PARCELAS SECTION.
           MOVE ZEROS TO QT-PARC-CANC-W VALOR-CANC-W VALOR-PAGO-W
                         PAGO-CREDITO-W PAGO-DINHEIRO-W COMISSAO-W.
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
                      IF NOT ORIGEM-AVULSA-REC1
                         PERFORM SOMA-PARCELA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD101.

       SOMA-PARCELA SECTION.
           COMPUTE COMISSAO-W ROUNDED = COMISSAO-W
                 + (VALOR-REC1 * COMIS-PARC-REC1).
           IF DTA-BAIXA-REC1 = ZEROS
              ADD 1          TO QT-PARC-CANC-W
              ADD VALOR-REC1 TO VALOR-CANC-W
           ELSE
              ADD VALOR-REC1 TO VALOR-PAGO-W
              IF TIPO-REC1 = 8
                 ADD VALOR-REC1 TO PAGO-CREDITO-W
              ELSE
                 ADD VALOR-REC1 TO PAGO-DINHEIRO-W.

       CANCELA-PARCELAS SECTION.
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
                         AND NOT ORIGEM-AVULSA-REC1
                         DELETE RCD101 INVALID KEY
                              DISPLAY "ERRO EXCLUINDO RCD101: "
                                      ST-RCD101
                         END-DELETE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD101.

      *    o pago com credito volta como credito; o resto vai p/ o
      *    destino escolhido
       DESTINA-PAGO SECTION.
           IF PAGO-CREDITO-W > ZEROS
              MOVE PAGO-CREDITO-W TO CRP158-VALOR
              PERFORM LANCA-CREDITO.
           IF PAGO-DINHEIRO-W > ZEROS
              IF DESTINO-W = 2
                 MOVE PAGO-DINHEIRO-W TO CRP158-VALOR
                 PERFORM LANCA-CREDITO
              ELSE
                 PERFORM GERA-REEMBOLSO.

       LANCA-CREDITO SECTION.
           MOVE 2              TO CRP158-FUNCAO.
           MOVE EMPRESA-W      TO CRP158-EMPRESA.
           MOVE 0              TO CRP158-CLASS.
           MOVE ALBUM-W        TO CRP158-CLIENTE.
           MOVE DATA-SISTEMA-N TO CRP158-DATA.
           MOVE 3              TO CRP158-TIPO.
           MOVE DOCTO-DV-W     TO CRP158-DOCTO.
           MOVE "DEVOLUCAO DA VENDA DO ALBUM" TO CRP158-HISTORICO.
           MOVE ZEROS          TO CRP158-VALIDADE.
           MOVE USUARIO-W      TO CRP158-USUARIO.
           CALL "CRP158" USING PARAMETROS-CRP158.
           IF NOT CRP158-OK
              DISPLAY "ERRO LANCANDO O CREDITO DO CLIENTE - LANCE NO "
                      "CRP157".

      *    reembolso previsto e nao liberado p/ o financeiro conferir,
      *    no fornecedor = contrato do album (mesmo criterio GALHO133)
       GERA-REEMBOLSO SECTION.
           COMPUTE FORNEC-REEMB-W = ALBUM-W / 10000.
           PERFORM PROXIMA-SEQ-CPD020.
           INITIALIZE REG-CPD020.
           MOVE DATA-SISTEMA-N  TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20
                                   DATA-VENCTO-CP20.
           MOVE FORNEC-REEMB-W  TO FORNEC-CP20.
           MOVE PROX-SEQ-CP-W   TO SEQ-CP20.
           MOVE 5               TO TIPO-FORN-CP20.
           MOVE DOCTO-DV-W      TO NR-DOCTO-CP20.
           MOVE SPACES          TO DESCRICAO-CP20.
           MOVE "REEMBOLSO DEVOL ALBUM" TO DESCRICAO-CP20 (1: 21).
           MOVE ALBUM-W         TO DESCRICAO-CP20 (23: 8).
           MOVE 1               TO PREV-DEF-CP20.
           MOVE 0               TO SITUACAO-CP20 LIBERADO-CP20.
           MOVE 1               TO NR-PARC-CP20 TOT-PARC-CP20.
           MOVE PAGO-DINHEIRO-W TO VALOR-TOT-CP20 VALOR-LIQ-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           MOVE 0               TO TIPO-CONTA-CP20.
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD020: " ST-CPD020
                 GO TO GERA-REEMBOLSO-FIM
           END-WRITE.
           MOVE FORNEC-REEMB-W TO FORNEC-CP-RC119.
           MOVE PROX-SEQ-CP-W  TO SEQ-CP-RC119.
           DISPLAY "REEMBOLSO GERADO NO CPD020 - LIBERAR NO FINANCEIRO".
       GERA-REEMBOLSO-FIM.
           CONTINUE.

       PROXIMA-SEQ-CPD020 SECTION.
           MOVE ZEROS          TO PROX-SEQ-CP-W.
           MOVE FORNEC-REEMB-W TO FORNEC-CP20.
           MOVE ZEROS          TO SEQ-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-REEMB-W
                      MOVE "10" TO ST-CPD020
                   ELSE
                      MOVE SEQ-CP20 TO PROX-SEQ-CP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           ADD 1 TO PROX-SEQ-CP-W.

      *    album volta a ser do estoque, como antes da venda
       VOLTA-ESTOQUE SECTION.
           MOVE 0      TO FOGO-MTG.
           MOVE ZEROS  TO DATA-FOGO-MTG CODIGO-POSSE-MTG.
           MOVE 1      TO POSSE-MTG.
           REWRITE REG-MTD020 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO MTD020: " ST-MTD020
           END-REWRITE.
           MOVE ALBUM-W TO ALBUM-MT49.
           READ MTD049 INVALID KEY
                INITIALIZE REG-MTD049
                MOVE ALBUM-W          TO ALBUM-MT49
                MOVE RUA-RC119        TO RUA-MT49
                MOVE ESTANTE-RC119    TO ESTANTE-MT49
                MOVE PRATELEIRA-RC119 TO PRATELEIRA-MT49
                WRITE REG-MTD049 INVALID KEY
                      DISPLAY "ERRO GRAVANDO MTD049: " ST-MTD049
                END-WRITE
           NOT INVALID KEY
                MOVE RUA-RC119        TO RUA-MT49
                MOVE ESTANTE-RC119    TO ESTANTE-MT49
                MOVE PRATELEIRA-RC119 TO PRATELEIRA-MT49
                REWRITE REG-MTD049 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO MTD049: " ST-MTD049
                END-REWRITE
           END-READ.

       DEBITA-COMISSAO SECTION.
           PERFORM PROXIMO-SEQ-CC100.
           INITIALIZE REG-CCD100.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CC100
                                  DATA-EMISSAO-CC100
                                  DATA-VENCTO-CC100.
           MOVE VENDEDOR-REC   TO FORNEC-CC100.
           MOVE PROX-SEQ-CC-W  TO SEQ-CC100.
           MOVE 02             TO TIPO-LCTO-CC100 TIPO-FORN-CC100.
           MOVE DOCTO-DV-W     TO NR-DOCTO-CC100.
           MOVE "ESTORNO COMISSAO DEVOLUCAO" TO DESCRICAO-CC100.
           MOVE ZEROS          TO SITUACAO-CC100.
           MOVE COMISSAO-W     TO VALOR-CC100.
           MOVE 0              TO CRED-DEB-CC100.
           MOVE USUARIO-W      TO DIGITADOR-CC100.
           WRITE REG-CCD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CCD100: " ST-CCD100
                 GO TO DEBITA-COMISSAO-FIM
           END-WRITE.
           MOVE COMISSAO-W     TO COMISSAO-RC119.
           MOVE DATA-SISTEMA-N TO DATA-CC-RC119.
           MOVE PROX-SEQ-CC-W  TO SEQ-CC-RC119.
       DEBITA-COMISSAO-FIM.
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
      *    OPCOES 2 E 3 - DEVOLUCOES DO PERIODO POR VENDEDOR/MOTIVO
      *----------------------------------------------------------------
       ACEITA-PERIODO SECTION.
           DISPLAY "DEVOLUCOES DE AAAAMMDD: " WITH NO ADVANCING.
           ACCEPT DATA-INI-W.
           DISPLAY "ATE AAAAMMDD (0 = HOJE): " WITH NO ADVANCING.
           ACCEPT DATA-FIM-W.
           IF DATA-FIM-W = ZEROS
              MOVE DATA-SISTEMA-N TO DATA-FIM-W.
           MOVE ZEROS TO QT-GERAL-W TOT-GERAL-W.
           MOVE 1 TO PRIMEIRO-W.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           PERFORM CABECALHO.

       RELATORIO-VENDEDOR SECTION.
           MOVE "DEVOLUCOES DE VENDA POR VENDEDOR" TO CAB01-TITULO.
           PERFORM ACEITA-PERIODO.
           INITIALIZE REG-RCD119.
           START RCD119 KEY IS NOT LESS ALT1-RC119 INVALID KEY
                 MOVE "10" TO ST-RCD119
           END-START.
           PERFORM UNTIL ST-RCD119 = "10"
              READ RCD119 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD119
              NOT AT END
                   IF DATA-DEV-RC119 NOT < DATA-INI-W
                      AND DATA-DEV-RC119 NOT > DATA-FIM-W
                      IF PRIMEIRO-W = 1
                         OR VENDEDOR-RC119 NOT = QUEBRA-W
                         PERFORM QUEBRA-VENDEDOR
                      END-IF
                      PERFORM IMPRIME-DEVOLUCAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD119.
           PERFORM FECHA-RELATORIO.

       QUEBRA-VENDEDOR SECTION.
           IF PRIMEIRO-W = 0
              PERFORM IMPRIME-SUBTOTAL.
           MOVE ZEROS TO PRIMEIRO-W.
           MOVE VENDEDOR-RC119 TO QUEBRA-W CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "VENDEDOR"     TO LINDET-REL (1: 8).
           MOVE VENDEDOR-RC119 TO LINDET-REL (10: 6).
           MOVE NOME-CG01      TO LINDET-REL (18: 30).
           PERFORM IMPRIME-LINDET.

       RELATORIO-MOTIVO SECTION.
           MOVE "DEVOLUCOES DE VENDA POR MOTIVO" TO CAB01-TITULO.
           PERFORM ACEITA-PERIODO.
           INITIALIZE REG-RCD119.
           START RCD119 KEY IS NOT LESS ALT2-RC119 INVALID KEY
                 MOVE "10" TO ST-RCD119
           END-START.
           PERFORM UNTIL ST-RCD119 = "10"
              READ RCD119 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD119
              NOT AT END
                   IF DATA-DEV-RC119 NOT < DATA-INI-W
                      AND DATA-DEV-RC119 NOT > DATA-FIM-W
                      IF PRIMEIRO-W = 1
                         OR MOTIVO-RC119 NOT = QUEBRA-W
                         PERFORM QUEBRA-MOTIVO
                      END-IF
                      PERFORM IMPRIME-DEVOLUCAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD119.
           PERFORM FECHA-RELATORIO.

       QUEBRA-MOTIVO SECTION.
           IF PRIMEIRO-W = 0
              PERFORM IMPRIME-SUBTOTAL.
           MOVE ZEROS TO PRIMEIRO-W.
           MOVE MOTIVO-RC119 TO QUEBRA-W CODIGO-CO08.
           READ COD008 INVALID KEY
                MOVE SPACES TO DESCRICAO-CO08
           END-READ.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "MOTIVO"       TO LINDET-REL (1: 6).
           MOVE MOTIVO-RC119   TO LINDET-REL (10: 5).
           MOVE DESCRICAO-CO08 TO LINDET-REL (18: 40).
           PERFORM IMPRIME-LINDET.

       IMPRIME-DEVOLUCAO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE ALBUM-RC119       TO LINDET-REL (1: 8).
           MOVE DATA-DEV-RC119    TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W    TO DATA-E.
           MOVE DATA-E            TO LINDET-REL (10: 10).
           MOVE DATA-VENDA-RC119  TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W    TO DATA-E.
           MOVE DATA-E            TO LINDET-REL (21: 10).
           MOVE TOTAL-VENDA-RC119 TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (34: 13).
           MOVE VALOR-PAGO-RC119  TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (49: 13).
           EVALUATE DESTINO-PAGO-RC119
               WHEN 1 MOVE "REEMB"  TO LINDET-REL (63: 5)
               WHEN 2 MOVE "CRED"   TO LINDET-REL (63: 4)
           END-EVALUATE.
           MOVE COMISSAO-RC119    TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (69: 13).
           IF OPCAO-W = 2
              MOVE MOTIVO-RC119   TO LINDET-REL (83: 5)
           ELSE
              MOVE VENDEDOR-RC119 TO LINDET-REL (83: 6).
           PERFORM IMPRIME-LINDET.
           ADD 1                 TO QT-DEV-W QT-GERAL-W.
           ADD TOTAL-VENDA-RC119 TO TOT-VENDA-W TOT-GERAL-W.
           ADD VALOR-PAGO-RC119  TO TOT-PAGO-W.
           ADD COMISSAO-RC119    TO TOT-COMISSAO-W.

       IMPRIME-SUBTOTAL SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE "QTDE"          TO LINDET-REL (1: 4).
           MOVE QT-DEV-W        TO LINDET-REL (6: 5).
           MOVE TOT-VENDA-W     TO VALOR-TOT-E.
           MOVE VALOR-TOT-E     TO LINDET-REL (33: 14).
           MOVE TOT-PAGO-W      TO VALOR-TOT-E.
           MOVE VALOR-TOT-E     TO LINDET-REL (48: 14).
           MOVE TOT-COMISSAO-W  TO VALOR-TOT-E.
           MOVE VALOR-TOT-E     TO LINDET-REL (68: 14).
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO QT-DEV-W TOT-VENDA-W TOT-PAGO-W
                         TOT-COMISSAO-W.

       FECHA-RELATORIO SECTION.
           IF PRIMEIRO-W = 0
              PERFORM IMPRIME-SUBTOTAL.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "TOTAL DE DEVOLUCOES" TO LINDET-REL (1: 19).
           MOVE QT-GERAL-W            TO LINDET-REL (21: 5).
           MOVE TOT-GERAL-W           TO VALOR-TOT-E.
           MOVE VALOR-TOT-E           TO LINDET-REL (33: 14).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

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
           CLOSE RCD100 RCD101 RCD119 MTD020 MTD049 CPD020 CCD100
                 COD008 CGD001.

      *    Album preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-MTD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "MTD020"      TO GRLOCK-ARQUIVO.
           MOVE ALBUM-MTG     TO GRLOCK-CHAVE.
           MOVE "RCP119"      TO GRLOCK-PROGRAMA.
           MOVE ZEROS         TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-MTD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ MTD020 INVALID KEY
                      DISPLAY "ALBUM NAO ENCONTRADO NO MTD020"
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       END PROGRAM RCP119.
