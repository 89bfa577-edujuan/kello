       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBP102.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: POSITIVE PAY DOS CHEQUES EMITIDOS (CBD100) E
      *        SITUACAO DE COMPENSACAO DEVOLVIDA PELO BANCO.
      *        OPCAO 1 - REMESSA: P/ UM PORTADOR, GERA O ARQUIVO COM
      *          OS CHEQUES EMITIDOS ATE A DATA E AINDA NAO ENVIADOS
      *          (O PORTADOR DO CHEQUE E O DO TITULO CPD020 PAGO) -
      *          HEADER (0), UM DETALHE (1) POR CHEQUE COM NUMERO,
      *          VALOR, EMISSAO E NOMINAL (CODIGO E NOME CGD001) E
      *          TRAILER (9), NUMERADO PELO GRSEQREM; CADA CHEQUE
      *          ENVIADO FICA NO CBD102;
      *        OPCAO 2 - RETORNO: LE O ARQUIVO DO BANCO (NR CHEQUE,
      *          VALOR, DATA, OCORRENCIA C-COMPENSADO/R-DEVOLVIDO,
      *          MOTIVO) E ATUALIZA O CBD100: 2-COMPENSADO OU
      *          3-APRESENTADO E DEVOLVIDO; LISTA DEVOLVIDOS, VALOR
      *          DIVERGENTE E CHEQUE NAO ENVIADO;
      *        OPCAO 3 - PRESCRITOS: CHEQUES AINDA EMITIDOS HA MAIS
      *          DE N DIAS SEM COMPENSAR VIRAM 4-PRESCRITO E, UM A UM,
      *          PODEM SER CANCELADOS (5) COM O TITULO CPD020
      *          REABERTO E LIBERADO P/ O PROXIMO BORDERO (CPP023).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CBPX100.
           COPY CBPX102.
           COPY CPPX020.
           COPY CGPX001.
           SELECT ARQ-POSPAY ASSIGN TO PATH-ARQ-POSPAY
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-ARQ-POSPAY.
           SELECT ARQ-RETORNO ASSIGN TO PATH-ARQ-RETORNO
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-ARQ-RETORNO.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CBPW100.
           COPY CBPW102.
           COPY CPPW020.
           COPY CGPW001.
       FD  ARQ-POSPAY.
       01  REG-POSPAY              PIC X(100).
       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           05  RET-CHEQUE          PIC 9(6).
           05  RET-VALOR           PIC 9(8)V99.
           05  RET-DATA            PIC 9(8).
           05  RET-OCORRENCIA      PIC X(1).
           05  RET-MOTIVO          PIC X(2).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CBD100             PIC XX       VALUE SPACES.
           05  ST-CBD102             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-ARQ-POSPAY         PIC XX       VALUE SPACES.
           05  ST-ARQ-RETORNO        PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PORTADOR-W            PIC 9(4)     VALUE ZEROS.
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  DIAS-PRAZO-W          PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  REMESSA-NUM-W         PIC 9(10)    VALUE ZEROS.
           05  QT-REMESSA-W          PIC 9(6)     VALUE ZEROS.
           05  VLR-REMESSA-W         PIC 9(12)V99 VALUE ZEROS.
           05  QT-COMPENSADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-DEVOLVIDOS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-NAO-ACHADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-PRESCRITOS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-CANCELADOS-W       PIC 9(5)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

       01  PP-HEADER.
           05  PH-TIPO             PIC X      VALUE "0".
           05  PH-REMESSA          PIC 9(10).
           05  PH-PORTADOR         PIC 9(4).
           05  PH-DATA             PIC 9(8).
           05  PH-EMPRESA          PIC X(3).
           05  FILLER              PIC X(74)  VALUE SPACES.
       01  PP-DETALHE.
           05  PD-TIPO             PIC X      VALUE "1".
           05  PD-CHEQUE           PIC 9(6).
           05  PD-VALOR            PIC 9(8)V99.
           05  PD-EMISSAO          PIC 9(8).
           05  PD-NOMINAL          PIC 9(6).
           05  PD-NOME             PIC X(30).
           05  FILLER              PIC X(39)  VALUE SPACES.
       01  PP-TRAILER.
           05  PT-TIPO             PIC X      VALUE "9".
           05  PT-QTDE             PIC 9(6).
           05  PT-TOTAL            PIC 9(12)V99.
           05  FILLER              PIC X(79)  VALUE SPACES.

       01  PARAMETROS-GRSEQREM.
           05  GRSEQREM-EMPRESA      PIC X(3).
           05  GRSEQREM-PORTADOR     PIC 9(4).
           05  GRSEQREM-BANCO        PIC 9(3).
           05  GRSEQREM-NOME-BANCO   PIC X(20).
           05  GRSEQREM-MODO         PIC 9(1).
           05  GRSEQREM-SEQUENCIA    PIC 9(10).

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

       01  DATA-INVERTE-W            PIC X(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CBD100       PIC X(60)    VALUE SPACES.
           05  PATH-CBD102       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.
           05  PATH-ARQ-POSPAY   PIC X(60)    VALUE SPACES.
           05  PATH-ARQ-RETORNO  PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CBP102 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  CAB01-TITULO      PIC X(40)  VALUE SPACES.
           05  FILLER            PIC X(20)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM GERA-REMESSA
                  WHEN 2 PERFORM PROCESSA-RETORNO
                  WHEN 3 PERFORM TRATA-PRESCRITOS
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-REMESSA POSITIVE PAY  2-RETORNO  3-PRESCRITOS: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
      *       o cancelamento reabre titulos no mes corrente: o contas
      *       a pagar precisa estar aberto (fechamento CAP021)
              IF OPCAO-W = 3
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
              MOVE "CBD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CBD100
              MOVE "CBD102"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CBD102
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              OPEN I-O CBD100 CBD102 CPD020
              OPEN INPUT CGD001
              IF ST-CBD102 = "35"
                 CLOSE CBD102      OPEN OUTPUT CBD102
                 CLOSE CBD102      OPEN I-O CBD102
              END-IF
              IF ST-CBD100 > "09"
                 DISPLAY "ERRO ABERTURA CBD100: " ST-CBD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CBD102 > "09"
                 DISPLAY "ERRO ABERTURA CBD102: " ST-CBD102
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CGD001 > "09"
                 DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CBD100 CBD102 CPD020 CGD001
              END-IF.

      *    GERA-REMESSA: o CBD100 nao tem chave por data; varre o
      *    arquivo todo atras dos cheques emitidos (SITUACAO 1) ate
      *    a data que ainda nao estao no CBD102.
       GERA-REMESSA SECTION.
           DISPLAY "PORTADOR.............: " WITH NO ADVANCING.
           ACCEPT PORTADOR-W.
           DISPLAY "EMITIDOS ATE (AAAAMMDD, 0 = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT DATA-LIMITE-W.
           IF DATA-LIMITE-W = ZEROS
              MOVE DATA-SISTEMA-N TO DATA-LIMITE-W.
           DISPLAY "USUARIO..............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           MOVE EMPRESA-W      TO GRSEQREM-EMPRESA.
           MOVE PORTADOR-W     TO GRSEQREM-PORTADOR.
           MOVE ZEROS          TO GRSEQREM-BANCO.
           MOVE "POSITIVE PAY"  TO GRSEQREM-NOME-BANCO.
           MOVE 0              TO GRSEQREM-MODO.
           CALL "GRSEQREM" USING PARAMETROS-GRSEQREM.
           MOVE GRSEQREM-SEQUENCIA TO REMESSA-NUM-W.
           MOVE ZEROS TO QT-REMESSA-W VLR-REMESSA-W.
           MOVE EMPRESA-W TO GRPATH-EMPRESA.
           MOVE "CBPOSPAY" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-ARQ-POSPAY.
           OPEN OUTPUT ARQ-POSPAY.
           IF ST-ARQ-POSPAY > "09"
              DISPLAY "ERRO ABERTURA ARQUIVO POSITIVE PAY: "
                      ST-ARQ-POSPAY
              GO TO GERA-REMESSA-FIM.
           MOVE REMESSA-NUM-W  TO PH-REMESSA.
           MOVE PORTADOR-W     TO PH-PORTADOR.
           MOVE DATA-SISTEMA-N TO PH-DATA.
           MOVE EMPRESA-W      TO PH-EMPRESA.
           WRITE REG-POSPAY FROM PP-HEADER.
           MOVE ZEROS TO CODIGO-FORN-CB100 NR-CHEQUE-CB100.
           START CBD100 KEY IS NOT LESS CHAVE-CB100 INVALID KEY
                 MOVE "10" TO ST-CBD100
           END-START.
           PERFORM UNTIL ST-CBD100 = "10"
              READ CBD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CBD100
              NOT AT END
                   IF SITUACAO-CB100 = 1 AND
                      DATA-EMISSAO-CB100 NOT > DATA-LIMITE-W
                      PERFORM ENVIA-CHEQUE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CBD100.
           MOVE QT-REMESSA-W  TO PT-QTDE.
           MOVE VLR-REMESSA-W TO PT-TOTAL.
           WRITE REG-POSPAY FROM PP-TRAILER.
           CLOSE ARQ-POSPAY.
           DISPLAY "REMESSA " REMESSA-NUM-W " COM " QT-REMESSA-W
                   " CHEQUES - ARQUIVO " PATH-ARQ-POSPAY.
       GERA-REMESSA-FIM.
           CONTINUE.

       ENVIA-CHEQUE SECTION.
           MOVE CODIGO-FORN-CB100 TO CODIGO-FORN-CB102.
           MOVE NR-CHEQUE-CB100   TO NR-CHEQUE-CB102.
           READ CBD102 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                GO TO ENVIA-CHEQUE-FIM
           END-READ.
           MOVE CODIGO-FORN-CB100   TO FORNEC-CP20.
           MOVE SEQ-CTA-PAGAR-CB100 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                GO TO ENVIA-CHEQUE-FIM
           END-READ.
           IF PORTADOR-CP20 NOT = PORTADOR-W
              GO TO ENVIA-CHEQUE-FIM.
           MOVE NOMINAL-A-CB100 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NR-CHEQUE-CB100    TO PD-CHEQUE.
           MOVE VALOR-CB100        TO PD-VALOR.
           MOVE DATA-EMISSAO-CB100 TO PD-EMISSAO.
           MOVE NOMINAL-A-CB100    TO PD-NOMINAL.
           MOVE NOME-CG01          TO PD-NOME.
           WRITE REG-POSPAY FROM PP-DETALHE.
           ADD 1           TO QT-REMESSA-W.
           ADD VALOR-CB100 TO VLR-REMESSA-W.
           INITIALIZE REG-CBD102.
           MOVE CODIGO-FORN-CB100  TO CODIGO-FORN-CB102.
           MOVE NR-CHEQUE-CB100    TO NR-CHEQUE-CB102.
           MOVE PORTADOR-W         TO PORTADOR-CB102.
           MOVE DATA-EMISSAO-CB100 TO DATA-EMISSAO-CB102.
           MOVE VALOR-CB100        TO VALOR-CB102.
           MOVE REMESSA-NUM-W      TO REMESSA-CB102.
           MOVE DATA-SISTEMA-N     TO DATA-ENVIO-CB102.
           MOVE USUARIO-W          TO USUARIO-CB102.
           WRITE REG-CBD102 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CBD102: " ST-CBD102
           END-WRITE.
       ENVIA-CHEQUE-FIM.
           CONTINUE.

       PROCESSA-RETORNO SECTION.
           DISPLAY "PORTADOR.............: " WITH NO ADVANCING.
           ACCEPT PORTADOR-W.
           DISPLAY "ARQUIVO DE RETORNO (CAMINHO COMPLETO): "
                   WITH NO ADVANCING.
           ACCEPT PATH-ARQ-RETORNO.
           OPEN INPUT ARQ-RETORNO.
           IF ST-ARQ-RETORNO > "09"
              DISPLAY "ERRO ABERTURA RETORNO: " ST-ARQ-RETORNO
              GO TO PROCESSA-RETORNO-FIM.
           OPEN OUTPUT RELAT.
           MOVE "RETORNO POSITIVE PAY - OCORRENCIAS" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ZEROS TO QT-COMPENSADOS-W QT-DEVOLVIDOS-W
                         QT-NAO-ACHADOS-W.
           PERFORM UNTIL ST-ARQ-RETORNO = "10"
              READ ARQ-RETORNO AT END
                   MOVE "10" TO ST-ARQ-RETORNO
              NOT AT END
                   PERFORM TRATA-OCORRENCIA
              END-READ
           END-PERFORM.
           CLOSE ARQ-RETORNO.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "COMPENSADOS: "  TO LINDET-REL (1: 13).
           MOVE QT-COMPENSADOS-W TO LINDET-REL (14: 5).
           MOVE " DEVOLVIDOS: "  TO LINDET-REL (20: 13).
           MOVE QT-DEVOLVIDOS-W  TO LINDET-REL (33: 5).
           MOVE " NAO ENVIADOS: " TO LINDET-REL (39: 15).
           MOVE QT-NAO-ACHADOS-W TO LINDET-REL (54: 5).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
       PROCESSA-RETORNO-FIM.
           CONTINUE.

      *    TRATA-OCORRENCIA: o banco devolve so o numero do cheque;
      *    acha o envio pelo portador+numero no CBD102.
       TRATA-OCORRENCIA SECTION.
           MOVE ZEROS TO ACHOU-W.
           MOVE PORTADOR-W TO PORTADOR-CB102.
           MOVE RET-CHEQUE TO NR-CHEQUE-CB102.
           START CBD102 KEY IS NOT LESS ALT1-CB102 INVALID KEY
                 MOVE "10" TO ST-CBD102
           END-START.
           IF ST-CBD102 NOT = "10"
              READ CBD102 NEXT RECORD AT END
                   MOVE "10" TO ST-CBD102
              NOT AT END
                   IF PORTADOR-CB102 = PORTADOR-W AND
                      NR-CHEQUE-CB102 = RET-CHEQUE
                      MOVE 1 TO ACHOU-W
                   END-IF
              END-READ.
           MOVE SPACES TO ST-CBD102.
           MOVE SPACES TO LINDET-REL.
           MOVE RET-CHEQUE    TO LINDET-REL (1: 6).
           MOVE RET-DATA      TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E        TO LINDET-REL (9: 10).
           MOVE RET-VALOR     TO VALOR-E.
           MOVE VALOR-E       TO LINDET-REL (20: 13).
           IF ACHOU-W = 0
              ADD 1 TO QT-NAO-ACHADOS-W
              MOVE "CHEQUE NAO ENVIADO NO POSITIVE PAY"
                   TO LINDET-REL (35: 34)
              PERFORM IMPRIME-LINDET
              GO TO TRATA-OCORRENCIA-FIM.
           MOVE DATA-SISTEMA-N  TO DATA-RETORNO-CB102.
           MOVE RET-OCORRENCIA  TO OCORRENCIA-CB102.
           MOVE RET-MOTIVO      TO MOTIVO-CB102.
           REWRITE REG-CBD102 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CBD102: " ST-CBD102
           END-REWRITE.
           MOVE CODIGO-FORN-CB102 TO CODIGO-FORN-CB100.
           MOVE NR-CHEQUE-CB102   TO NR-CHEQUE-CB100.
           READ CBD100 INVALID KEY
                MOVE "CHEQUE SUMIU DO CBD100" TO LINDET-REL (35: 22)
                PERFORM IMPRIME-LINDET
                GO TO TRATA-OCORRENCIA-FIM
           END-READ.
           IF RET-OCORRENCIA = "C"
              MOVE 2 TO SITUACAO-CB100
              ADD 1 TO QT-COMPENSADOS-W
           ELSE
              MOVE 3 TO SITUACAO-CB100
              ADD 1 TO QT-DEVOLVIDOS-W
              MOVE "DEVOLVIDO - MOTIVO " TO LINDET-REL (35: 19)
              MOVE RET-MOTIVO            TO LINDET-REL (54: 2).
           REWRITE REG-CBD100 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CBD100: " ST-CBD100
           END-REWRITE.
           IF RET-VALOR NOT = VALOR-CB100
              MOVE "VALOR DIFERE DO EMITIDO" TO LINDET-REL (58: 23).
           IF RET-OCORRENCIA NOT = "C" OR RET-VALOR NOT = VALOR-CB100
              PERFORM IMPRIME-LINDET.
       TRATA-OCORRENCIA-FIM.
           CONTINUE.

       TRATA-PRESCRITOS SECTION.
           DISPLAY "DIAS SEM APRESENTACAO P/ PRESCREVER: "
                   WITH NO ADVANCING.
           ACCEPT DIAS-PRAZO-W.
           IF DIAS-PRAZO-W = ZEROS
              MOVE 60 TO DIAS-PRAZO-W.
           DISPLAY "USUARIO..............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           OPEN OUTPUT RELAT.
           MOVE "CHEQUES PRESCRITOS (NAO APRESENTADOS)" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ZEROS TO QT-PRESCRITOS-W QT-CANCELADOS-W.
           MOVE ZEROS TO CODIGO-FORN-CB100 NR-CHEQUE-CB100.
           START CBD100 KEY IS NOT LESS CHAVE-CB100 INVALID KEY
                 MOVE "10" TO ST-CBD100
           END-START.
           PERFORM UNTIL ST-CBD100 = "10"
              READ CBD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CBD100
              NOT AT END
                   IF SITUACAO-CB100 = 1 OR SITUACAO-CB100 = 4
                      PERFORM TESTA-PRESCRITO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CBD100.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "PRESCRITOS: "   TO LINDET-REL (1: 12).
           MOVE QT-PRESCRITOS-W  TO LINDET-REL (13: 5).
           MOVE " CANCELADOS: "  TO LINDET-REL (19: 13).
           MOVE QT-CANCELADOS-W  TO LINDET-REL (32: 5).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       TESTA-PRESCRITO SECTION.
           MOVE DATA-EMISSAO-CB100 TO GRDIFD-DATA1.
           MOVE DATA-SISTEMA-N     TO GRDIFD-DATA2.
           CALL "GRDIFD" USING GRDIFD-PARAMETROS.
           IF GRDIFD-DIAS NOT > DIAS-PRAZO-W
              GO TO TESTA-PRESCRITO-FIM.
           ADD 1 TO QT-PRESCRITOS-W.
           MOVE 4 TO SITUACAO-CB100.
           MOVE VALOR-CB100 TO VALOR-E.
           DISPLAY "CHEQUE " NR-CHEQUE-CB100 " FORNEC "
                   CODIGO-FORN-CB100 " EMITIDO " DATA-EMISSAO-CB100
                   " " VALOR-E " - " GRDIFD-DIAS " DIAS".
           DISPLAY "  CANCELAR E REABRIR O TITULO (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W = "S"
              PERFORM CANCELA-CHEQUE.
           REWRITE REG-CBD100 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CBD100: " ST-CBD100
           END-REWRITE.
           MOVE SPACES TO LINDET-REL.
           MOVE NR-CHEQUE-CB100     TO LINDET-REL (1: 6).
           MOVE CODIGO-FORN-CB100   TO LINDET-REL (9: 6).
           MOVE SEQ-CTA-PAGAR-CB100 TO LINDET-REL (16: 5).
           MOVE DATA-EMISSAO-CB100  TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W      TO DATA-E.
           MOVE DATA-E              TO LINDET-REL (22: 10).
           MOVE VALOR-E             TO LINDET-REL (33: 13).
           MOVE GRDIFD-DIAS         TO LINDET-REL (47: 5).
           MOVE "DIAS"              TO LINDET-REL (53: 4).
           IF SITUACAO-CB100 = 5
              MOVE "CANCELADO - TITULO REABERTO" TO LINDET-REL (59: 27)
           ELSE
              MOVE "PRESCRITO"      TO LINDET-REL (59: 9).
           PERFORM IMPRIME-LINDET.
       TESTA-PRESCRITO-FIM.
           CONTINUE.

      *    CANCELA-CHEQUE: o titulo pago pelo cheque volta a ficar em
      *    aberto e liberado, p/ sair no proximo bordero (CPP023).
       CANCELA-CHEQUE SECTION.
           MOVE CODIGO-FORN-CB100   TO FORNEC-CP20.
           MOVE SEQ-CTA-PAGAR-CB100 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                DISPLAY "  TITULO " FORNEC-CP20 "/" SEQ-CP20
                        " NAO ENCONTRADO - CHEQUE NAO CANCELADO"
                GO TO CANCELA-CHEQUE-FIM
           END-READ.
           IF SITUACAO-CP20 = 2
              MOVE 0      TO SITUACAO-CP20
              MOVE 1      TO LIBERADO-CP20
              MOVE ZEROS  TO DATA-PGTO-CP20 VALOR-LIQ-CP20
              MOVE USUARIO-W TO RESPONSAVEL-CP20
              REWRITE REG-CPD020 INVALID KEY
                    DISPLAY "ERRO REABRINDO CPD020: " ST-CPD020
                    GO TO CANCELA-CHEQUE-FIM
              END-REWRITE.
           MOVE 5 TO SITUACAO-CB100.
           ADD 1 TO QT-CANCELADOS-W.
       CANCELA-CHEQUE-FIM.
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
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 3 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CBD100 CBD102 CPD020 CGD001.

       END PROGRAM CBP102.
