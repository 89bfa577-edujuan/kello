       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCP124.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: ACERTO DE CONTAS DO VENDEDOR - O VENDEDOR RECEBE
      *        DINHEIRO E CHEQUE DO FORMANDO NO CAMPO P/ AS PARCELAS
      *        DO CARNE (RCD101) E SO TRAZ DIAS DEPOIS; A BAIXA SAIA
      *        QUANDO O DINHEIRO CHEGAVA E NINGUEM SABIA O QUE ESTAVA
      *        NA MAO DE CADA UM.
      *        OPCAO 1 - RECIBOS DE CAMPO: REGISTRA (RCD125) ASSIM QUE
      *          O VENDEDOR INFORMA - NUMERO DO TALAO, PARCELA, VALOR
      *          E FORMA (DINHEIRO/CHEQUE); PARCELA JA BAIXADA OU JA
      *          EM OUTRO RECIBO EM ABERTO E RECUSADA. RECIBO AINDA
      *          EM PODER DO VENDEDOR PODE SER CANCELADO (MOTIVO);
      *        OPCAO 2 - ACERTO: CONFRONTA OS RECIBOS EM PODER DO
      *          VENDEDOR COM O QUE ELE ENTREGA - DINHEIRO, CHEQUES
      *          DO CHD010 (MARCADOS COM O NR DO ACERTO, UM CHEQUE SO
      *          ENTRA EM UM ACERTO) E COMPROVANTES DE DEPOSITO; NA
      *          CONFIRMACAO BAIXA AS PARCELAS (TIPO-REC1 2-MOEDA OU
      *          1-CHEQUE), CREDITA O DINHEIRO NO CAIXA DO DIA
      *          (CXD100) E LANCA A DIFERENCA NO CONTA CORRENTE DO
      *          VENDEDOR (CCD100 TIPO 02, DOCTO "AC"+NR DO ACERTO -
      *          FALTA A DEBITO, SOBRA A CREDITO); O ACERTO FICA NO
      *          RCD126;
      *        OPCAO 3 - EM PODER DO VENDEDOR: RECIBOS AINDA NAO
      *          ACERTADOS POR VENDEDOR COM A IDADE EM DIAS (GRDIFD)
      *          E AS FAIXAS ATE 7, 8 A 15, 16 A 30 E MAIS DE 30.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RCPX101.
           COPY RCPX125.
           COPY RCPX126.
           COPY CHPX010.
           COPY CCPX100.
           COPY CXPX100.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY RCPW101.
           COPY RCPW125.
           COPY RCPW126.
           COPY CHPW010.
           COPY CCPW100.
           COPY CXPW100.
           COPY CGPW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-RCD125             PIC XX       VALUE SPACES.
           05  ST-RCD126             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CCD100             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONTA-CAIXA-W         PIC 9(6)     VALUE ZEROS.
           05  VENDEDOR-W            PIC 9(6)     VALUE ZEROS.
           05  RECIBO-W              PIC 9(6)     VALUE ZEROS.
           05  ACERTO-W              PIC 9(6)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  QT-RECIBOS-W          PIC 9(3)     VALUE ZEROS.
           05  VLR-RECIBOS-W         PIC 9(8)V99  VALUE ZEROS.
           05  VLR-REC-DINHEIRO-W    PIC 9(8)V99  VALUE ZEROS.
           05  VLR-REC-CHEQUE-W      PIC 9(8)V99  VALUE ZEROS.
           05  VLR-DINHEIRO-W        PIC 9(8)V99  VALUE ZEROS.
           05  VLR-CHEQUES-W         PIC 9(8)V99  VALUE ZEROS.
           05  VLR-DEPOSITOS-W       PIC 9(8)V99  VALUE ZEROS.
           05  VLR-ENTREGUE-W        PIC 9(8)V99  VALUE ZEROS.
           05  DIFERENCA-W           PIC S9(8)V99 VALUE ZEROS.
           05  VLR-DIFERENCA-W       PIC 9(8)V99  VALUE ZEROS.
           05  QT-CHEQUES-W          PIC 9(3)     VALUE ZEROS.
           05  QT-DEPOSITOS-W        PIC 9(2)     VALUE ZEROS.
           05  DATA-CHEQUE-W         PIC 9(8)     VALUE ZEROS.
           05  SEQ-CHEQUE-W          PIC 9(4)     VALUE ZEROS.
           05  NR-DEPOSITO-W         PIC X(10)    VALUE SPACES.
           05  VLR-DEPOSITO-W        PIC 9(8)V99  VALUE ZEROS.
           05  PROX-SEQ-W            PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-CX-W         PIC 9(4)     VALUE ZEROS.
           05  VENDEDOR-ANT-W        PIC 9(6)     VALUE ZEROS.
           05  DIAS-W                PIC 9(5)     VALUE ZEROS.
           05  FAIXA-W               PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-E1              PIC --.---.--9,99.

      *    cheques entregues no acerto (chave do CHD010)
       01  TAB-CHEQUES.
           05  TC-CHEQUE OCCURS 50 TIMES.
               10  TC-DATA-MOVTO     PIC 9(8).
               10  TC-SEQ            PIC 9(4).

      *    faixas de idade: 1-ate 7  2-8 a 15  3-16 a 30  4-mais de 30
       01  TOTAIS-FAIXAS.
           05  TOT-VENDEDOR-W        PIC 9(10)V99 VALUE ZEROS.
           05  TOT-GERAL-W           PIC 9(10)V99 VALUE ZEROS.
           05  TOT-FAIXA-VEND-W      PIC 9(10)V99 OCCURS 4.
           05  TOT-FAIXA-GERAL-W     PIC 9(10)V99 OCCURS 4.

       01  TEXTO-FAIXAS.
           05  FILLER  PIC X(12) VALUE "ATE 7 DIAS  ".
           05  FILLER  PIC X(12) VALUE "8 A 15 DIAS ".
           05  FILLER  PIC X(12) VALUE "16 A 30 DIAS".
           05  FILLER  PIC X(12) VALUE "+ DE 30 DIAS".
       01  RED-FAIXAS REDEFINES TEXTO-FAIXAS.
           05  NOME-FAIXA-W OCCURS 4 PIC X(12).

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

       01  DATA-INVERTE-W            PIC X(8).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-RCD125       PIC X(60)    VALUE SPACES.
           05  PATH-RCD126       PIC X(60)    VALUE SPACES.
           05  PATH-CHD010       PIC X(60)    VALUE SPACES.
           05  PATH-CCD100       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.

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

       01  PARAMETROS-CXP127.
           05  CXP127-EMPRESA     PIC X(3).
           05  CXP127-DATA        PIC 9(8).
           05  CXP127-RETORNO     PIC 9(1).
               88  CXP127-DIA-ABERTO       VALUE 0.
               88  CXP127-DIA-FECHADO      VALUE 1.

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "RCP124 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(24)  VALUE SPACES.
           05  FILLER            PIC X(76)  VALUE
           "RECEBIMENTOS DE CAMPO EM PODER DO VENDEDOR".
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
                  WHEN 1 PERFORM RECIBOS-CAMPO
                  WHEN 2 PERFORM ACERTO-VENDEDOR
                  WHEN 3 PERFORM RELATORIO-EM-PODER
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-RECIBOS DE CAMPO  2-ACERTO  3-EM PODER DO "
                   "VENDEDOR: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W < 3
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
           END-IF.
      *    o acerto baixa parcela, entra no caixa e no conta corrente:
      *    dia de caixa e meses precisam estar abertos
           IF ERRO-W = 0 AND OPCAO-W = 2
              DISPLAY "CONTA DO CAIXA (CONTAPART): " WITH NO ADVANCING
              ACCEPT CONTA-CAIXA-W
              MOVE EMPRESA-W      TO CXP127-EMPRESA
              MOVE DATA-SISTEMA-N TO CXP127-DATA
              CALL "CXP127" USING PARAMETROS-CXP127
              IF CXP127-DIA-FECHADO
                 DISPLAY "DIA DE CAIXA FECHADO - REABRA NO CXP126"
                 MOVE 1 TO ERRO-W
              END-IF
              MOVE EMPRESA-W      TO CAP022-EMPRESA
              MOVE "CR"           TO CAP022-MODULO
              MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO
              CALL "CAP022" USING PARAMETROS-CAP022
              IF CAP022-MES-FECHADO
                 DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                         "LIBERE NO CAP021"
                 MOVE 1 TO ERRO-W
              END-IF
              MOVE "CX"           TO CAP022-MODULO
              CALL "CAP022" USING PARAMETROS-CAP022
              IF CAP022-MES-FECHADO
                 DISPLAY "MES FECHADO P/ O CAIXA - LIBERE NO CAP021"
                 MOVE 1 TO ERRO-W
              END-IF
              MOVE "CC"           TO CAP022-MODULO
              CALL "CAP022" USING PARAMETROS-CAP022
              IF CAP022-MES-FECHADO
                 DISPLAY "MES FECHADO P/ O CONTA CORRENTE - "
                         "LIBERE NO CAP021"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = 0
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "RCD101"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD101
              MOVE "RCD125"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD125
              MOVE "RCD126"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD126
              MOVE "CHD010"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CHD010
              MOVE "CCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CCD100
              MOVE "CXD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD100
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              OPEN I-O RCD101 RCD125 RCD126 CHD010 CCD100 CXD100
              IF ST-RCD125 = "35"
                 CLOSE RCD125      OPEN OUTPUT RCD125
                 CLOSE RCD125      OPEN I-O RCD125
              END-IF
              IF ST-RCD126 = "35"
                 CLOSE RCD126      OPEN OUTPUT RCD126
                 CLOSE RCD126      OPEN I-O RCD126
              END-IF
              OPEN INPUT CGD001
              IF ST-RCD101 > "09"
                 DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD125 > "09"
                 DISPLAY "ERRO ABERTURA RCD125: " ST-RCD125
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD126 > "09"
                 DISPLAY "ERRO ABERTURA RCD126: " ST-RCD126
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CHD010 > "09"
                 DISPLAY "ERRO ABERTURA CHD010: " ST-CHD010
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CCD100 > "09"
                 DISPLAY "ERRO ABERTURA CCD100: " ST-CCD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CXD100 > "09"
                 DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CGD001 > "09"
                 DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE RCD101 RCD125 RCD126 CHD010 CCD100 CXD100
                       CGD001
              END-IF.

       LE-VENDEDOR SECTION.
           DISPLAY "VENDEDOR (CGD001): " WITH NO ADVANCING.
           ACCEPT VENDEDOR-W.
           MOVE VENDEDOR-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "VENDEDOR NAO CADASTRADO"
                MOVE 1 TO ERRO-W
                GO TO LE-VENDEDOR-FIM
           END-READ.
           IF T-VEND-CG01 NOT = 1
              DISPLAY NOME-CG01 " NAO ESTA CADASTRADO COMO VENDEDOR"
              MOVE 1 TO ERRO-W
              GO TO LE-VENDEDOR-FIM.
           DISPLAY NOME-CG01.
       LE-VENDEDOR-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 1 - RECIBOS DE CAMPO
      *----------------------------------------------------------------
       RECIBOS-CAMPO SECTION.
           PERFORM LE-VENDEDOR.
           IF ERRO-W = 1
              GO TO RECIBOS-CAMPO-FIM.
           DISPLAY "NR DO RECIBO (0 ENCERRA): " WITH NO ADVANCING.
           ACCEPT RECIBO-W.
           PERFORM UNTIL RECIBO-W = ZEROS
              PERFORM UM-RECIBO
              DISPLAY "NR DO RECIBO (0 ENCERRA): " WITH NO ADVANCING
              ACCEPT RECIBO-W
           END-PERFORM.
       RECIBOS-CAMPO-FIM.
           CONTINUE.

       UM-RECIBO SECTION.
           MOVE RECIBO-W TO NR-RECIBO-RC125.
           READ RCD125 INVALID KEY
                PERFORM NOVO-RECIBO
           NOT INVALID KEY
                PERFORM CANCELA-RECIBO
           END-READ.

       NOVO-RECIBO SECTION.
           INITIALIZE REG-RCD125.
           MOVE RECIBO-W   TO NR-RECIBO-RC125.
           MOVE VENDEDOR-W TO VENDEDOR-RC125.
           DISPLAY "ALBUM..............: " WITH NO ADVANCING.
           ACCEPT ALBUM-RC125.
           DISPLAY "VENCIMENTO PARCELA.: " WITH NO ADVANCING.
           ACCEPT VENCTO-RC125.
           DISPLAY "BANCO..............: " WITH NO ADVANCING.
           ACCEPT BANCO-RC125.
           DISPLAY "NUMERO.............: " WITH NO ADVANCING.
           ACCEPT NUMERO-RC125.
           DISPLAY "PARCELA............: " WITH NO ADVANCING.
           ACCEPT PARCELA-RC125.
           MOVE ALBUM-RC125   TO ALBUM-REC1.
           MOVE VENCTO-RC125  TO VENCTO-REC1.
           MOVE BANCO-RC125   TO BANCO-REC1.
           MOVE NUMERO-RC125  TO NUMERO-REC1.
           MOVE PARCELA-RC125 TO PARCELA-REC1.
           READ RCD101 INVALID KEY
                DISPLAY "PARCELA NAO ENCONTRADA"
                GO TO NOVO-RECIBO-FIM
           END-READ.
           IF DTA-BAIXA-REC1 NOT = ZEROS
              DISPLAY "PARCELA JA BAIXADA EM " DTA-BAIXA-REC1
              GO TO NOVO-RECIBO-FIM.
           PERFORM VERIFICA-PARCELA-EM-RECIBO.
           IF ACHOU-W = 1
              DISPLAY "PARCELA JA ESTA NO RECIBO EM ABERTO "
                      RECIBO-W
              MOVE NR-RECIBO-RC125 TO RECIBO-W
              GO TO NOVO-RECIBO-FIM.
           DISPLAY "VALOR DA PARCELA...: " VALOR-REC1.
           DISPLAY "VALOR RECEBIDO (0 = PARCELA): " WITH NO ADVANCING.
           ACCEPT VALOR-RC125.
           IF VALOR-RC125 = ZEROS
              MOVE VALOR-REC1 TO VALOR-RC125.
           DISPLAY "FORMA (1-DINHEIRO 2-CHEQUE): " WITH NO ADVANCING.
           ACCEPT FORMA-RC125.
           IF NOT RECIBO-DINHEIRO-RC125 AND NOT RECIBO-CHEQUE-RC125
              DISPLAY "FORMA INVALIDA"
              GO TO NOVO-RECIBO-FIM.
           DISPLAY "RECEBIDO EM (AAAAMMDD, 0 = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT DATA-RECEB-RC125.
           IF DATA-RECEB-RC125 = ZEROS
              MOVE DATA-SISTEMA-N TO DATA-RECEB-RC125.
           IF DATA-RECEB-RC125 > DATA-SISTEMA-N
              DISPLAY "DATA DE RECEBIMENTO NO FUTURO"
              GO TO NOVO-RECIBO-FIM.
           MOVE 0              TO SITUACAO-RC125.
           MOVE DATA-SISTEMA-N TO DATA-INFORMADO-RC125.
           MOVE USUARIO-W      TO USUARIO-RC125.
           WRITE REG-RCD125 INVALID KEY
                 DISPLAY "ERRO GRAVANDO RCD125: " ST-RCD125
                 GO TO NOVO-RECIBO-FIM
           END-WRITE.
           DISPLAY "RECIBO " RECIBO-W " REGISTRADO EM PODER DO "
                   "VENDEDOR".
       NOVO-RECIBO-FIM.
           CONTINUE.

      *    a mesma parcela nao pode estar em dois recibos em aberto;
      *    o RCD125 volta a ficar posicionado no recibo novo
       VERIFICA-PARCELA-EM-RECIBO SECTION.
           MOVE ZEROS TO ACHOU-W.
           MOVE ALBUM-REC1 TO ALBUM-RC125.
           START RCD125 KEY IS NOT LESS ALBUM-RC125 INVALID KEY
                 MOVE "10" TO ST-RCD125
           END-START.
           PERFORM UNTIL ST-RCD125 = "10"
              READ RCD125 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD125
              NOT AT END
                   IF ALBUM-RC125 NOT = ALBUM-REC1
                      MOVE "10" TO ST-RCD125
                   ELSE
                      IF RECIBO-EM-PODER-RC125
                         AND VENCTO-RC125  = VENCTO-REC1
                         AND BANCO-RC125   = BANCO-REC1
                         AND NUMERO-RC125  = NUMERO-REC1
                         AND PARCELA-RC125 = PARCELA-REC1
                         MOVE 1 TO ACHOU-W
                         MOVE NR-RECIBO-RC125 TO RECIBO-W
                         MOVE "10" TO ST-RCD125
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD125.
           IF ACHOU-W = 0
              INITIALIZE REG-RCD125
              MOVE RECIBO-W      TO NR-RECIBO-RC125
              MOVE VENDEDOR-W    TO VENDEDOR-RC125
              MOVE ALBUM-REC1    TO ALBUM-RC125
              MOVE VENCTO-REC1   TO VENCTO-RC125
              MOVE BANCO-REC1    TO BANCO-RC125
              MOVE NUMERO-REC1   TO NUMERO-RC125
              MOVE PARCELA-REC1  TO PARCELA-RC125.

       CANCELA-RECIBO SECTION.
           MOVE DATA-RECEB-RC125 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           DISPLAY "RECIBO JA REGISTRADO - VENDEDOR " VENDEDOR-RC125
                   " ALBUM " ALBUM-RC125 " PARC " PARCELA-RC125
                   " " VALOR-RC125 " EM " DATA-E.
           IF NOT RECIBO-EM-PODER-RC125
              DISPLAY "RECIBO JA ACERTADO OU CANCELADO"
              GO TO CANCELA-RECIBO-FIM.
           DISPLAY "CANCELAR O RECIBO (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO CANCELA-RECIBO-FIM.
           DISPLAY "MOTIVO: " WITH NO ADVANCING.
           ACCEPT MOTIVO-CANCEL-RC125.
           IF MOTIVO-CANCEL-RC125 = SPACES
              DISPLAY "MOTIVO OBRIGATORIO"
              GO TO CANCELA-RECIBO-FIM.
           MOVE 9         TO SITUACAO-RC125.
           MOVE USUARIO-W TO USUARIO-RC125.
           REWRITE REG-RCD125 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO RCD125: " ST-RCD125
           END-REWRITE.
           DISPLAY "RECIBO CANCELADO".
       CANCELA-RECIBO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 2 - ACERTO DE CONTAS DO VENDEDOR
      *----------------------------------------------------------------
       ACERTO-VENDEDOR SECTION.
           PERFORM LE-VENDEDOR.
           IF ERRO-W = 1
              GO TO ACERTO-VENDEDOR-FIM.
           PERFORM SOMA-RECIBOS-EM-PODER.
           IF QT-RECIBOS-W = ZEROS
              DISPLAY "NENHUM RECIBO EM PODER DO VENDEDOR"
              GO TO ACERTO-VENDEDOR-FIM.
           DISPLAY "RECIBOS EM PODER: " QT-RECIBOS-W
                   "  TOTAL: " VLR-RECIBOS-W.
           DISPLAY "  EM DINHEIRO: " VLR-REC-DINHEIRO-W
                   "  EM CHEQUE: " VLR-REC-CHEQUE-W.
           DISPLAY "DINHEIRO ENTREGUE..........: " WITH NO ADVANCING.
           ACCEPT VLR-DINHEIRO-W.
           PERFORM ACEITA-CHEQUES.
           PERFORM ACEITA-DEPOSITOS.
           COMPUTE VLR-ENTREGUE-W = VLR-DINHEIRO-W + VLR-CHEQUES-W
                                  + VLR-DEPOSITOS-W.
           COMPUTE DIFERENCA-W = VLR-ENTREGUE-W - VLR-RECIBOS-W.
           MOVE DIFERENCA-W TO VALOR-E1.
           DISPLAY "RECIBOS.....: " VLR-RECIBOS-W.
           DISPLAY "ENTREGUE....: " VLR-ENTREGUE-W " (DINHEIRO "
                   VLR-DINHEIRO-W " CHEQUES " VLR-CHEQUES-W
                   " DEPOSITOS " VLR-DEPOSITOS-W ")".
           IF DIFERENCA-W < ZEROS
              DISPLAY "FALTA.......: " VALOR-E1
                      " - DEBITO NO CONTA CORRENTE DO VENDEDOR"
           ELSE
              IF DIFERENCA-W > ZEROS
                 DISPLAY "SOBRA.......: " VALOR-E1
                         " - CREDITO NO CONTA CORRENTE DO VENDEDOR".
           DISPLAY "CONFIRMA O ACERTO (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              DISPLAY "ACERTO NAO GRAVADO"
              GO TO ACERTO-VENDEDOR-FIM.
           PERFORM PROXIMO-ACERTO.
           INITIALIZE REG-RCD126.
           MOVE ACERTO-W        TO NR-ACERTO-RC126.
           MOVE VENDEDOR-W      TO VENDEDOR-RC126.
           MOVE DATA-SISTEMA-N  TO DATA-ACERTO-RC126.
           MOVE QT-RECIBOS-W    TO QT-RECIBOS-RC126.
           MOVE VLR-RECIBOS-W   TO VLR-RECIBOS-RC126.
           MOVE VLR-DINHEIRO-W  TO VLR-DINHEIRO-RC126.
           MOVE QT-CHEQUES-W    TO QT-CHEQUES-RC126.
           MOVE VLR-CHEQUES-W   TO VLR-CHEQUES-RC126.
           MOVE QT-DEPOSITOS-W  TO QT-DEPOSITOS-RC126.
           MOVE VLR-DEPOSITOS-W TO VLR-DEPOSITOS-RC126.
           MOVE DIFERENCA-W     TO DIFERENCA-RC126.
           MOVE USUARIO-W       TO USUARIO-RC126.
           PERFORM BAIXA-RECIBOS.
           PERFORM MARCA-CHEQUES.
           IF VLR-DINHEIRO-W > ZEROS
              PERFORM GRAVA-CREDITO-CAIXA.
           IF DIFERENCA-W NOT = ZEROS
              PERFORM LANCA-DIFERENCA.
           MOVE ACERTO-W        TO NR-ACERTO-RC126.
           WRITE REG-RCD126 INVALID KEY
                 DISPLAY "ERRO GRAVANDO RCD126: " ST-RCD126
           END-WRITE.
           DISPLAY "ACERTO " ACERTO-W " GRAVADO".
       ACERTO-VENDEDOR-FIM.
           CONTINUE.

       SOMA-RECIBOS-EM-PODER SECTION.
           MOVE ZEROS TO QT-RECIBOS-W VLR-RECIBOS-W VLR-REC-DINHEIRO-W
                         VLR-REC-CHEQUE-W.
           MOVE VENDEDOR-W TO VENDEDOR-RC125.
           MOVE ZEROS      TO DATA-RECEB-RC125.
           START RCD125 KEY IS NOT LESS ALT1-RC125 INVALID KEY
                 MOVE "10" TO ST-RCD125
           END-START.
           PERFORM UNTIL ST-RCD125 = "10"
              READ RCD125 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD125
              NOT AT END
                   IF VENDEDOR-RC125 NOT = VENDEDOR-W
                      MOVE "10" TO ST-RCD125
                   ELSE
                      IF RECIBO-EM-PODER-RC125
                         ADD 1 TO QT-RECIBOS-W
                         ADD VALOR-RC125 TO VLR-RECIBOS-W
                         IF RECIBO-DINHEIRO-RC125
                            ADD VALOR-RC125 TO VLR-REC-DINHEIRO-W
                         ELSE
                            ADD VALOR-RC125 TO VLR-REC-CHEQUE-W
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD125.

      *    cheques do CHD010 ainda em carteira e fora de outro acerto
       ACEITA-CHEQUES SECTION.
           MOVE ZEROS TO QT-CHEQUES-W VLR-CHEQUES-W.
           DISPLAY "CHEQUE - DATA MOVTO CHD010 (0 ENCERRA): "
                   WITH NO ADVANCING.
           ACCEPT DATA-CHEQUE-W.
           PERFORM UNTIL DATA-CHEQUE-W = ZEROS
              PERFORM ACEITA-UM-CHEQUE
              DISPLAY "CHEQUE - DATA MOVTO CHD010 (0 ENCERRA): "
                      WITH NO ADVANCING
              ACCEPT DATA-CHEQUE-W
           END-PERFORM.

       ACEITA-UM-CHEQUE SECTION.
           DISPLAY "         SEQUENCIA...............: "
                   WITH NO ADVANCING.
           ACCEPT SEQ-CHEQUE-W.
           MOVE DATA-CHEQUE-W TO DATA-MOVTO-CH10.
           MOVE SEQ-CHEQUE-W  TO SEQ-CH10.
           READ CHD010 INVALID KEY
                DISPLAY "CHEQUE NAO ENCONTRADO"
                GO TO ACEITA-UM-CHEQUE-FIM
           END-READ.
           IF SITUACAO-CH10 NOT = 0
              DISPLAY "CHEQUE NAO ESTA EM ABERTO (SITUACAO "
                      SITUACAO-CH10 ")"
              GO TO ACEITA-UM-CHEQUE-FIM.
           IF NR-ACERTO-CH10 NOT = ZEROS
              DISPLAY "CHEQUE JA ENTREGUE NO ACERTO " NR-ACERTO-CH10
              GO TO ACEITA-UM-CHEQUE-FIM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CHEQUES-W
              IF TC-DATA-MOVTO (I) = DATA-CHEQUE-W
                 AND TC-SEQ (I) = SEQ-CHEQUE-W
                 DISPLAY "CHEQUE JA INFORMADO NESTE ACERTO"
                 GO TO ACEITA-UM-CHEQUE-FIM
              END-IF
           END-PERFORM.
           IF QT-CHEQUES-W NOT < 50
              DISPLAY "LIMITE DE 50 CHEQUES POR ACERTO"
              GO TO ACEITA-UM-CHEQUE-FIM.
           IF VENDEDOR-CH10 NOT = VENDEDOR-W
              DISPLAY "ATENCAO: CHEQUE LANCADO P/ O VENDEDOR "
                      VENDEDOR-CH10.
           DISPLAY NOME-CH10 " NR " NR-CHEQUE-CH10 " " VALOR-CH10.
           ADD 1 TO QT-CHEQUES-W.
           MOVE DATA-CHEQUE-W TO TC-DATA-MOVTO (QT-CHEQUES-W).
           MOVE SEQ-CHEQUE-W  TO TC-SEQ (QT-CHEQUES-W).
           ADD VALOR-CH10 TO VLR-CHEQUES-W.
       ACEITA-UM-CHEQUE-FIM.
           CONTINUE.

       ACEITA-DEPOSITOS SECTION.
           MOVE ZEROS TO QT-DEPOSITOS-W VLR-DEPOSITOS-W.
           MOVE "X"   TO NR-DEPOSITO-W.
           PERFORM UNTIL NR-DEPOSITO-W = SPACES
                      OR QT-DEPOSITOS-W NOT < 10
              MOVE SPACES TO NR-DEPOSITO-W
              DISPLAY "COMPROVANTE DE DEPOSITO (BRANCO ENCERRA): "
                      WITH NO ADVANCING
              ACCEPT NR-DEPOSITO-W
              IF NR-DEPOSITO-W NOT = SPACES
                 DISPLAY "VALOR DO DEPOSITO.........: "
                         WITH NO ADVANCING
                 ACCEPT VLR-DEPOSITO-W
                 IF VLR-DEPOSITO-W > ZEROS
                    ADD 1 TO QT-DEPOSITOS-W
                    MOVE NR-DEPOSITO-W
                         TO NR-DEPOSITO-RC126 (QT-DEPOSITOS-W)
                    MOVE VLR-DEPOSITO-W
                         TO VLR-DEPOSITO-RC126 (QT-DEPOSITOS-W)
                    ADD VLR-DEPOSITO-W TO VLR-DEPOSITOS-W
                 END-IF
              END-IF
           END-PERFORM.

       PROXIMO-ACERTO SECTION.
           MOVE ZEROS TO ACERTO-W.
           MOVE 999999 TO NR-ACERTO-RC126.
           START RCD126 KEY IS NOT GREATER NR-ACERTO-RC126 INVALID KEY
                 MOVE "10" TO ST-RCD126
           END-START.
           IF ST-RCD126 NOT = "10"
              READ RCD126 PREVIOUS RECORD AT END
                   MOVE "10" TO ST-RCD126
              NOT AT END
                   MOVE NR-ACERTO-RC126 TO ACERTO-W
              END-READ.
           MOVE SPACES TO ST-RCD126.
           ADD 1 TO ACERTO-W.

      *    recibos em poder viram acertados e a parcela e baixada na
      *    data do acerto pela forma do recibo
       BAIXA-RECIBOS SECTION.
           MOVE VENDEDOR-W TO VENDEDOR-RC125.
           MOVE ZEROS      TO DATA-RECEB-RC125.
           START RCD125 KEY IS NOT LESS ALT1-RC125 INVALID KEY
                 MOVE "10" TO ST-RCD125
           END-START.
           PERFORM UNTIL ST-RCD125 = "10"
              READ RCD125 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD125
              NOT AT END
                   IF VENDEDOR-RC125 NOT = VENDEDOR-W
                      MOVE "10" TO ST-RCD125
                   ELSE
                      IF RECIBO-EM-PODER-RC125
                         PERFORM BAIXA-UM-RECIBO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD125.

       BAIXA-UM-RECIBO SECTION.
           MOVE 1              TO SITUACAO-RC125.
           MOVE ACERTO-W       TO NR-ACERTO-RC125.
           MOVE DATA-SISTEMA-N TO DATA-ACERTO-RC125.
           REWRITE REG-RCD125 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO RCD125: " ST-RCD125
           END-REWRITE.
           MOVE ALBUM-RC125   TO ALBUM-REC1.
           MOVE VENCTO-RC125  TO VENCTO-REC1.
           MOVE BANCO-RC125   TO BANCO-REC1.
           MOVE NUMERO-RC125  TO NUMERO-REC1.
           MOVE PARCELA-RC125 TO PARCELA-REC1.
           READ RCD101 INVALID KEY
                DISPLAY "RECIBO " NR-RECIBO-RC125
                        " - PARCELA NAO ENCONTRADA NO RCD101"
                GO TO BAIXA-UM-RECIBO-FIM
           END-READ.
           IF DTA-BAIXA-REC1 NOT = ZEROS
              DISPLAY "RECIBO " NR-RECIBO-RC125 " - PARCELA JA "
                      "BAIXADA EM " DTA-BAIXA-REC1
                      " - VERIFIQUE DUPLICIDADE"
              GO TO BAIXA-UM-RECIBO-FIM.
           IF RECIBO-DINHEIRO-RC125
              MOVE 2 TO TIPO-REC1
           ELSE
              MOVE 1 TO TIPO-REC1.
           MOVE DATA-SISTEMA-N TO DTA-BAIXA-REC1.
           REWRITE REG-RCD101 INVALID KEY
                   DISPLAY "ERRO BAIXANDO RCD101: " ST-RCD101
           END-REWRITE.
       BAIXA-UM-RECIBO-FIM.
           CONTINUE.

       MARCA-CHEQUES SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CHEQUES-W
              MOVE TC-DATA-MOVTO (I) TO DATA-MOVTO-CH10
              MOVE TC-SEQ (I)        TO SEQ-CH10
              READ CHD010 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE ACERTO-W TO NR-ACERTO-CH10
                   REWRITE REG-CHD010 INVALID KEY
                           DISPLAY "ERRO REGRAVANDO CHD010: "
                                   ST-CHD010
                   END-REWRITE
              END-READ
           END-PERFORM.

      *    dinheiro do acerto no caixa do dia (entrada TIPO-LCTO 50)
       GRAVA-CREDITO-CAIXA SECTION.
           MOVE ZEROS TO PROX-SEQ-CX-W.
           MOVE DATA-SISTEMA-N TO DATA-MOV-CX100.
           MOVE ZEROS          TO SEQ-CX100.
           START CXD100 KEY IS NOT LESS CHAVE-CX100 INVALID KEY
                 MOVE "10" TO ST-CXD100
           END-START.
           PERFORM UNTIL ST-CXD100 = "10"
              READ CXD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD100
              NOT AT END
                   IF DATA-MOV-CX100 NOT = DATA-SISTEMA-N
                      MOVE "10" TO ST-CXD100
                   ELSE
                      MOVE SEQ-CX100 TO PROX-SEQ-CX-W
                   END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO PROX-SEQ-CX-W.
           INITIALIZE REG-CXD100.
           MOVE PROX-SEQ-CX-W    TO SEQ-CX100.
           MOVE DATA-SISTEMA-N   TO DATA-MOV-CX100.
           MOVE 50               TO TIPO-LCTO-CX100.
           MOVE "ACERTO DE CAMPO VENDEDOR" TO HISTORICO-CX100.
           MOVE SPACES           TO DOCUMENTO-CX100.
           MOVE "AC"             TO DOCUMENTO-CX100 (1: 2).
           MOVE ACERTO-W         TO DOCUMENTO-CX100 (3: 6).
           MOVE VLR-DINHEIRO-W   TO VALOR-CX100.
           MOVE CONTA-CAIXA-W    TO CONTAPART-CX100.
           MOVE USUARIO-W        TO RESPONSAVEL-CX100.
           WRITE REG-CXD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CXD100: " ST-CXD100
           END-WRITE.

      *    falta = debito do vendedor, sobra = credito (CCD100 tipo 02)
       LANCA-DIFERENCA SECTION.
           PERFORM PROXIMO-SEQ-CC100.
           INITIALIZE REG-CCD100.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CC100
                                  DATA-EMISSAO-CC100
                                  DATA-VENCTO-CC100.
           MOVE VENDEDOR-W     TO FORNEC-CC100.
           MOVE PROX-SEQ-W     TO SEQ-CC100.
           MOVE 02             TO TIPO-LCTO-CC100 TIPO-FORN-CC100.
           MOVE SPACES         TO NR-DOCTO-CC100.
           MOVE "AC"           TO NR-DOCTO-CC100 (1: 2).
           MOVE ACERTO-W       TO NR-DOCTO-CC100 (3: 6).
           MOVE ZEROS          TO SITUACAO-CC100.
           IF DIFERENCA-W < ZEROS
              COMPUTE VLR-DIFERENCA-W = DIFERENCA-W * -1
              MOVE "FALTA NO ACERTO DE CAMPO" TO DESCRICAO-CC100
              MOVE 0 TO CRED-DEB-CC100
           ELSE
              MOVE DIFERENCA-W TO VLR-DIFERENCA-W
              MOVE "SOBRA NO ACERTO DE CAMPO" TO DESCRICAO-CC100
              MOVE 1 TO CRED-DEB-CC100.
           MOVE VLR-DIFERENCA-W TO VALOR-CC100.
           MOVE USUARIO-W      TO DIGITADOR-CC100.
           WRITE REG-CCD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CCD100: " ST-CCD100
                 GO TO LANCA-DIFERENCA-FIM
           END-WRITE.
           MOVE DATA-MOVTO-CC100 TO DATA-CC-RC126.
           MOVE SEQ-CC100        TO SEQ-CC-RC126.
       LANCA-DIFERENCA-FIM.
           CONTINUE.

       PROXIMO-SEQ-CC100 SECTION.
           MOVE ZEROS TO PROX-SEQ-W.
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
                      MOVE SEQ-CC100 TO PROX-SEQ-W
                   END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO PROX-SEQ-W.

      *----------------------------------------------------------------
      *    OPCAO 3 - DINHEIRO EM PODER DO VENDEDOR E A IDADE
      *----------------------------------------------------------------
       RELATORIO-EM-PODER SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "RECIBO  RECEBIDO EM   ALBUM   PARC  FORMA   "
                TO CAB02-TEXTO (1: 44).
           MOVE "        VALOR   DIAS  FAIXA" TO CAB02-TEXTO (45: 27).
           PERFORM CABECALHO.
           MOVE ZEROS TO TOT-GERAL-W VENDEDOR-ANT-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
              MOVE ZEROS TO TOT-FAIXA-GERAL-W (I)
                            TOT-FAIXA-VEND-W (I)
           END-PERFORM.
           MOVE ZEROS TO VENDEDOR-RC125 DATA-RECEB-RC125.
           START RCD125 KEY IS NOT LESS ALT1-RC125 INVALID KEY
                 MOVE "10" TO ST-RCD125
           END-START.
           PERFORM UNTIL ST-RCD125 = "10"
              READ RCD125 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD125
              NOT AT END
                   IF RECIBO-EM-PODER-RC125
                      PERFORM IMPRIME-RECIBO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD125.
           PERFORM QUEBRA-VENDEDOR.
           MOVE "TOTAL GERAL EM PODER DOS VENDEDORES"
                TO LINDET-REL (1: 35).
           MOVE TOT-GERAL-W TO VALOR-E.
           MOVE VALOR-E     TO LINDET-REL (49: 13).
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
              MOVE NOME-FAIXA-W (I)        TO LINDET-REL (5: 12)
              MOVE TOT-FAIXA-GERAL-W (I)   TO VALOR-E
              MOVE VALOR-E                 TO LINDET-REL (49: 13)
              PERFORM IMPRIME-LINDET
           END-PERFORM.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-RECIBO SECTION.
           IF VENDEDOR-RC125 NOT = VENDEDOR-ANT-W
              PERFORM QUEBRA-VENDEDOR
              MOVE VENDEDOR-RC125 TO VENDEDOR-ANT-W CODIGO-CG01
              READ CGD001 INVALID KEY
                   MOVE SPACES TO NOME-CG01
              END-READ
              MOVE "VENDEDOR"     TO LINDET-REL (1: 8)
              MOVE VENDEDOR-RC125 TO LINDET-REL (10: 6)
              MOVE NOME-CG01      TO LINDET-REL (18: 30)
              PERFORM IMPRIME-LINDET.
           MOVE DATA-RECEB-RC125 TO GRDIFD-DATA1.
           MOVE DATA-SISTEMA-N   TO GRDIFD-DATA2.
           CALL "GRDIFD" USING GRDIFD-PARAMETROS.
           MOVE GRDIFD-DIAS      TO DIAS-W.
           EVALUATE TRUE
               WHEN DIAS-W NOT > 7   MOVE 1 TO FAIXA-W
               WHEN DIAS-W NOT > 15  MOVE 2 TO FAIXA-W
               WHEN DIAS-W NOT > 30  MOVE 3 TO FAIXA-W
               WHEN OTHER            MOVE 4 TO FAIXA-W
           END-EVALUATE.
           ADD VALOR-RC125 TO TOT-VENDEDOR-W TOT-GERAL-W
                              TOT-FAIXA-VEND-W (FAIXA-W)
                              TOT-FAIXA-GERAL-W (FAIXA-W).
           MOVE NR-RECIBO-RC125  TO LINDET-REL (1: 6).
           MOVE DATA-RECEB-RC125 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE DATA-E           TO LINDET-REL (9: 10).
           MOVE ALBUM-RC125      TO LINDET-REL (22: 8).
           MOVE PARCELA-RC125    TO LINDET-REL (32: 2).
           IF RECIBO-DINHEIRO-RC125
              MOVE "DINHEIRO"    TO LINDET-REL (37: 8)
           ELSE
              MOVE "CHEQUE"      TO LINDET-REL (37: 6).
           MOVE VALOR-RC125      TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (49: 13).
           MOVE DIAS-W           TO LINDET-REL (64: 5).
           MOVE NOME-FAIXA-W (FAIXA-W) TO LINDET-REL (71: 12).
           PERFORM IMPRIME-LINDET.

       QUEBRA-VENDEDOR SECTION.
           IF VENDEDOR-ANT-W = ZEROS
              GO TO QUEBRA-VENDEDOR-FIM.
           MOVE "TOTAL DO VENDEDOR"  TO LINDET-REL (5: 17).
           MOVE TOT-VENDEDOR-W       TO VALOR-E.
           MOVE VALOR-E              TO LINDET-REL (49: 13).
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
              IF TOT-FAIXA-VEND-W (I) > ZEROS
                 MOVE NOME-FAIXA-W (I)       TO LINDET-REL (9: 12)
                 MOVE TOT-FAIXA-VEND-W (I)   TO VALOR-E
                 MOVE VALOR-E                TO LINDET-REL (49: 13)
                 PERFORM IMPRIME-LINDET
              END-IF
              MOVE ZEROS TO TOT-FAIXA-VEND-W (I)
           END-PERFORM.
           MOVE ZEROS TO TOT-VENDEDOR-W.
           PERFORM IMPRIME-LINDET.
       QUEBRA-VENDEDOR-FIM.
           CONTINUE.

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
           CLOSE RCD101 RCD125 RCD126 CHD010 CCD100 CXD100 CGD001.

       END PROGRAM RCP124.
