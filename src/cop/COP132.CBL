       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP132.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: ENCERRAMENTO DO CONTRATO DE FORMATURA (COD132) - O
      *        CONTRATO NUNCA TERMINAVA: ANOS DEPOIS O COD040 AINDA O
      *        MOSTRAVA VIGENTE, COM ALBUM PERDIDO NO MTD020 E SEM
      *        NINGUEM SABER SE TUDO FOI ENTREGUE, RECEBIDO E PAGO.
      *        OPCAO 1 - VERIFICA/ENCERRA UM CONTRATO: CONFERE TODAS
      *          AS PONTAS EM ABERTO E IMPRIME A LISTA DE PENDENCIAS
      *          POR AREA RESPONSAVEL:
      *          PRODUCAO/EXPEDICAO - ALBUM MTD020 NAO VENDIDO NEM
      *            FOGO, OU VENDIDO SEM ENTREGA NO ROMANEIO MTD052;
      *          FINANCEIRO - TITULO CRD020 DO CONTRATO EM ABERTO E
      *            PARCELA RCD101 DOS ALBUNS SEM BAIXA;
      *          EVENTOS - COMPROMISSO CAD090 NAO ENTREGUE (CAD091),
      *            BECA COD127 NAO DEVOLVIDA, EQUIPAMENTO COD129 FORA;
      *          COMERCIAL - COMISSAO OU ESTORNO DO REPRESENTANTE EM
      *            ABERTO NO CCD100;
      *          VIDEO - POS-PRODUCAO VID103 NAO CONCLUIDA.
      *          SEM PENDENCIA, ENCERRA: SITUACAO-CO40 = 3 COM DATA E
      *          USUARIO NO COD132 - O COP121 (ADITIVO), O COP115
      *          (RESCISAO) E O COP044 NAO MEXEM MAIS NO CONTRATO;
      *        OPCAO 2 - VARREDURA: CONTRATOS VIGENTES/QUITADOS COM
      *          PREVISAO ATE O ANO/MES PEDIDO, COM A CONTAGEM DE
      *          PENDENCIAS POR AREA (OS SEM PENDENCIA PODEM SER
      *          ENCERRADOS NA OPCAO 1);
      *        OPCAO 3 - REABRE UM CONTRATO ENCERRADO (VOLTA A
      *          SITUACAO ANTERIOR).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY COPX132.
           COPY MTPX020.
           COPY MTPX052.
           COPY CRPX020.
           COPY RCPX101.
           COPY CAPX090.
           COPY CAPX091.
           COPY COPX127.
           COPY COPX129.
           COPY CCPX100.
           COPY VIPX103.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY COPW040.
           COPY COPW132.
           COPY MTPW020.
           COPY MTPW052.
           COPY CRPW020.
           COPY RCPW101.
           COPY CAPW090.
           COPY CAPW091.
           COPY COPW127.
           COPY COPW129.
           COPY CCPW100.
           COPY VIPW103.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD132             PIC XX       VALUE SPACES.
           05  ST-MTD020             PIC XX       VALUE SPACES.
           05  ST-MTD052             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-CAD090             PIC XX       VALUE SPACES.
           05  ST-CAD091             PIC XX       VALUE SPACES.
           05  ST-COD127             PIC XX       VALUE SPACES.
           05  ST-COD129             PIC XX       VALUE SPACES.
           05  ST-CCD100             PIC XX       VALUE SPACES.
           05  ST-VID103             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  IMPRIME-W             PIC 9        VALUE ZEROS.
      *    IMPRIME-W = 1 -> lista cada pendencia (opcao 1)
           05  AREA-W                PIC X(40)    VALUE SPACES.
           05  AREA-IMPRESSA-W       PIC 9        VALUE ZEROS.
           05  LINDET-SALVA-W        PIC X(100)   VALUE SPACES.
           05  TOT-PENDENCIAS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-CONTRATOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-LIMPOS-W           PIC 9(5)     VALUE ZEROS.
           05  ALBUM-INI-W           PIC 9(8)     VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  ALBUM-R REDEFINES ALBUM-W.
               10  CONTRATO-ALB-W    PIC 9(4).
               10  NRALBUM-W         PIC 9(4).
           05  TEM-MTD052-W          PIC 9        VALUE ZEROS.
           05  TEM-CAD091-W          PIC 9        VALUE ZEROS.
           05  TEM-COD127-W          PIC 9        VALUE ZEROS.
           05  TEM-COD129-W          PIC 9        VALUE ZEROS.
           05  TEM-CCD100-W          PIC 9        VALUE ZEROS.
           05  TEM-VID103-W          PIC 9        VALUE ZEROS.
           05  DOCTO-EST-W           PIC X(10)    VALUE SPACES.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

      *    albuns do contrato com entrega confirmada no romaneio
       01  TAB-ENTREGUE.
           05  ENTREGUE-W OCCURS 9999 TIMES PIC 9.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-COD132       PIC X(60)    VALUE SPACES.
           05  PATH-MTD020       PIC X(60)    VALUE SPACES.
           05  PATH-MTD052       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-CAD090       PIC X(60)    VALUE SPACES.
           05  PATH-CAD091       PIC X(60)    VALUE SPACES.
           05  PATH-COD127       PIC X(60)    VALUE SPACES.
           05  PATH-COD129       PIC X(60)    VALUE SPACES.
           05  PATH-CCD100       PIC X(60)    VALUE SPACES.
           05  PATH-VID103       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "COP132 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  CAB01-TITULO      PIC X(50)  VALUE SPACES.
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(100) VALUE SPACES.
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM ENCERRA-CONTRATO
                  WHEN 2 PERFORM VARREDURA-CONTRATOS
                  WHEN 3 PERFORM REABRE-CONTRATO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-VERIFICA/ENCERRA CONTRATO  2-VARREDURA  "
                   "3-REABRE: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W NOT = 2
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "COD040"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD040
              MOVE "COD132"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD132
              MOVE "MTD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD020
              MOVE "MTD052"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD052
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "RCD101"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD101
              MOVE "CAD090"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CAD090
              MOVE "CAD091"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CAD091
              MOVE "COD127"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD127
              MOVE "COD129"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD129
              MOVE "CCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CCD100
              MOVE "VID103"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-VID103
              OPEN I-O COD040 COD132
              IF ST-COD132 = "35"
                 CLOSE COD132      OPEN OUTPUT COD132
                 CLOSE COD132      OPEN I-O COD132
              END-IF
              OPEN INPUT MTD020 CRD020 RCD101 CAD090
              IF ST-COD040 > "09"
                 DISPLAY "ERRO ABERTURA COD040: " ST-COD040
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD132 > "09"
                 DISPLAY "ERRO ABERTURA COD132: " ST-COD132
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD020 > "09"
                 DISPLAY "ERRO ABERTURA MTD020: " ST-MTD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD101 > "09"
                 DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CAD090 > "09"
                 DISPLAY "ERRO ABERTURA CAD090: " ST-CAD090
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE COD040 COD132 MTD020 CRD020 RCD101 CAD090
              ELSE
                 PERFORM ABRE-ARQUIVOS-OPCIONAIS
              END-IF.

      *    arquivos das rotinas mais novas: se ainda nao existem na
      *    empresa, a area correspondente nao tem pendencia
       ABRE-ARQUIVOS-OPCIONAIS SECTION.
           OPEN INPUT MTD052.
           IF ST-MTD052 < "10"
              MOVE 1 TO TEM-MTD052-W.
           OPEN INPUT CAD091.
           IF ST-CAD091 < "10"
              MOVE 1 TO TEM-CAD091-W.
           OPEN INPUT COD127.
           IF ST-COD127 < "10"
              MOVE 1 TO TEM-COD127-W.
           OPEN INPUT COD129.
           IF ST-COD129 < "10"
              MOVE 1 TO TEM-COD129-W.
           OPEN INPUT CCD100.
           IF ST-CCD100 < "10"
              MOVE 1 TO TEM-CCD100-W.
           OPEN INPUT VID103.
           IF ST-VID103 < "10"
              MOVE 1 TO TEM-VID103-W.

      *----------------------------------------------------------------
      *    OPCAO 1 - VERIFICA E ENCERRA UM CONTRATO
      *----------------------------------------------------------------
       ENCERRA-CONTRATO SECTION.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO"
                GO TO ENCERRA-CONTRATO-FIM
           END-READ.
           IF SITUACAO-CO40 = 3
              DISPLAY "CONTRATO JA ENCERRADO"
              GO TO ENCERRA-CONTRATO-FIM.
           IF SITUACAO-CO40 = 1
              DISPLAY "CONTRATO CANCELADO - JA FOI ENCERRADO PELA "
                      "RESCISAO (COP115)"
              GO TO ENCERRA-CONTRATO-FIM.
           DISPLAY NOME-CLIENTE-CO40.
           OPEN OUTPUT RELAT.
           MOVE "PENDENCIAS P/ ENCERRAMENTO DO CONTRATO"
                TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "CONTRATO "       TO CAB02-TEXTO (1: 9).
           MOVE NR-CONTRATO-CO40  TO CAB02-TEXTO (10: 4).
           MOVE NOME-CLIENTE-CO40 TO CAB02-TEXTO (16: 40).
           MOVE IDENTIFICACAO-CO40 TO CAB02-TEXTO (58: 20).
           PERFORM CABECALHO.
           MOVE 1 TO IMPRIME-W.
           PERFORM VERIFICA-CONTRATO.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           IF TOT-PENDENCIAS-W > ZEROS
              MOVE "TOTAL DE PENDENCIAS: " TO LINDET-REL (1: 21)
              MOVE TOT-PENDENCIAS-W        TO LINDET-REL (22: 5)
           ELSE
              MOVE "NENHUMA PENDENCIA - CONTRATO PODE SER ENCERRADO"
                   TO LINDET-REL (1: 47).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           PERFORM GRAVA-VERIFICACAO.
           IF TOT-PENDENCIAS-W > ZEROS
              DISPLAY TOT-PENDENCIAS-W " PENDENCIA(S) - VEJA O "
                      "RELATORIO POR AREA"
              GO TO ENCERRA-CONTRATO-FIM.
           DISPLAY "NENHUMA PENDENCIA. ENCERRA O CONTRATO (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO ENCERRA-CONTRATO-FIM.
           MOVE SITUACAO-CO40  TO SITUACAO-ANT-CO132.
           MOVE 1              TO SITUACAO-CO132.
           MOVE DATA-SISTEMA-N TO DATA-ENCERR-CO132.
           MOVE USUARIO-W      TO USUARIO-ENCERR-CO132.
           REWRITE REG-COD132 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD132: " ST-COD132
                   GO TO ENCERRA-CONTRATO-FIM
           END-REWRITE.
           MOVE 3 TO SITUACAO-CO40.
           REWRITE REG-COD040 INVALID KEY
                   DISPLAY "ERRO ATUALIZANDO COD040: " ST-COD040
                   GO TO ENCERRA-CONTRATO-FIM
           END-REWRITE.
           DISPLAY "CONTRATO ENCERRADO".
       ENCERRA-CONTRATO-FIM.
           CONTINUE.

      *    guarda o resultado da verificacao no COD132 do contrato
       GRAVA-VERIFICACAO SECTION.
           MOVE NR-CONTRATO-CO40 TO NR-CONTRATO-CO132.
           READ COD132 INVALID KEY
                INITIALIZE REG-COD132
                MOVE NR-CONTRATO-CO40 TO NR-CONTRATO-CO132
                WRITE REG-COD132 INVALID KEY
                      DISPLAY "ERRO GRAVANDO COD132: " ST-COD132
                END-WRITE
                READ COD132 INVALID KEY
                     CONTINUE
                END-READ
           END-READ.
           MOVE DATA-SISTEMA-N TO DATA-VERIF-CO132.
           MOVE USUARIO-W      TO USUARIO-VERIF-CO132.
           MOVE ZEROS          TO SITUACAO-CO132.
           PERFORM CONTA-PENDENCIAS.
           REWRITE REG-COD132 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD132: " ST-COD132
           END-REWRITE.

      *----------------------------------------------------------------
      *    VERIFICACAO DAS PONTAS EM ABERTO DO CONTRATO (REG-COD040)
      *----------------------------------------------------------------
       VERIFICA-CONTRATO SECTION.
           INITIALIZE PENDENCIAS-CO132.
           MOVE ZEROS TO TOT-PENDENCIAS-W.
           COMPUTE ALBUM-INI-W = NR-CONTRATO-CO40 * 10000.
           MOVE "PRODUCAO/EXPEDICAO - ALBUNS (MTD020/MTD052)"
                TO AREA-W.
           MOVE ZEROS TO AREA-IMPRESSA-W.
           PERFORM VERIFICA-ALBUNS.
           MOVE "FINANCEIRO - CONTAS A RECEBER (CRD020/RCD101)"
                TO AREA-W.
           MOVE ZEROS TO AREA-IMPRESSA-W.
           PERFORM VERIFICA-TITULOS.
           PERFORM VERIFICA-PARCELAS.
           MOVE "EVENTOS - COMPROMISSOS, BECAS E EQUIPAMENTO"
                TO AREA-W.
           MOVE ZEROS TO AREA-IMPRESSA-W.
           IF TEM-CAD091-W = 1
              PERFORM VERIFICA-COMPROMISSOS.
           IF TEM-COD127-W = 1
              PERFORM VERIFICA-BECAS.
           IF TEM-COD129-W = 1
              PERFORM VERIFICA-EQUIPAMENTO.
           MOVE "COMERCIAL - COMISSAO DO REPRESENTANTE (CCD100)"
                TO AREA-W.
           MOVE ZEROS TO AREA-IMPRESSA-W.
           IF TEM-CCD100-W = 1
              AND REPRESENTANTE-CO40 > ZEROS
              PERFORM VERIFICA-COMISSAO.
           MOVE "VIDEO - POS-PRODUCAO (VID103)" TO AREA-W.
           MOVE ZEROS TO AREA-IMPRESSA-W.
           IF TEM-VID103-W = 1
              PERFORM VERIFICA-VIDEO.
           PERFORM CONTA-PENDENCIAS.

       CONTA-PENDENCIAS SECTION.
           COMPUTE TOT-PENDENCIAS-W = QT-ALBUM-CO132
                 + QT-TITULO-CO132 + QT-PARCELA-CO132
                 + QT-COMPROMISSO-CO132 + QT-BECA-CO132
                 + QT-EQUIPTO-CO132 + QT-COMISSAO-CO132
                 + QT-VIDEO-CO132.

      *    album pendente: ainda em montagem (nao vendido nem fogo)
      *    ou vendido sem entrega confirmada no romaneio
       VERIFICA-ALBUNS SECTION.
           INITIALIZE TAB-ENTREGUE.
           IF TEM-MTD052-W = 1
              PERFORM CARREGA-ENTREGUES.
           MOVE ALBUM-INI-W TO ALBUM-MTG.
           START MTD020 KEY IS NOT LESS ALBUM-MTG INVALID KEY
                 MOVE "10" TO ST-MTD020
           END-START.
           PERFORM UNTIL ST-MTD020 = "10"
              READ MTD020 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD020
              NOT AT END
                   IF CONTRATO-MTG NOT = NR-CONTRATO-CO40
                      MOVE "10" TO ST-MTD020
                   ELSE
                      PERFORM TESTA-ALBUM
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD020.

       TESTA-ALBUM SECTION.
           IF FOGO-MTG = 0
              ADD 1 TO QT-ALBUM-CO132
              MOVE SPACES TO LINDET-REL
              MOVE "ALBUM"          TO LINDET-REL (3: 5)
              MOVE ALBUM-MTG        TO LINDET-REL (9: 8)
              MOVE "EM MONTAGEM - NAO VENDIDO NEM FOGO"
                   TO LINDET-REL (20: 34)
              PERFORM IMPRIME-PENDENCIA
           ELSE
              IF FOGO-MTG = 1
                 AND ENTREGUE-W (NRALBUM-MTG) = 0
                 ADD 1 TO QT-ALBUM-CO132
                 MOVE SPACES TO LINDET-REL
                 MOVE "ALBUM"       TO LINDET-REL (3: 5)
                 MOVE ALBUM-MTG     TO LINDET-REL (9: 8)
                 MOVE "VENDIDO SEM ENTREGA NO ROMANEIO"
                      TO LINDET-REL (20: 31)
                 PERFORM IMPRIME-PENDENCIA
              END-IF
           END-IF.

       CARREGA-ENTREGUES SECTION.
           MOVE ZEROS TO ROMANEIO-MT52 ALBUM-MT52.
           START MTD052 KEY IS NOT LESS CHAVE-MT52 INVALID KEY
                 MOVE "10" TO ST-MTD052
           END-START.
           PERFORM UNTIL ST-MTD052 = "10"
              READ MTD052 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD052
              NOT AT END
                   MOVE ALBUM-MT52 TO ALBUM-W
                   IF CONTRATO-ALB-W = NR-CONTRATO-CO40
                      AND RESULTADO-MT52 = 1
                      AND NRALBUM-W > ZEROS
                      MOVE 1 TO ENTREGUE-W (NRALBUM-W)
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD052.

       VERIFICA-TITULOS SECTION.
           MOVE 0           TO CLASS-CLIENTE-CR20.
           MOVE ALBUM-INI-W TO CLIENTE-CR20.
           MOVE ZEROS       TO DATA-VENCTO-CR20.
           START CRD020 KEY IS NOT LESS ALT1-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF CLASS-CLIENTE-CR20 NOT = 0
                      OR CLIENTE-CR20 (1: 4) NOT = NR-CONTRATO-CO40
                      MOVE "10" TO ST-CRD020
                   ELSE
                      IF SITUACAO-CR20 = 0 OR SITUACAO-CR20 = 1
                         PERFORM IMPRIME-TITULO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.

       IMPRIME-TITULO SECTION.
           ADD 1 TO QT-TITULO-CO132.
           MOVE SPACES TO LINDET-REL.
           MOVE "TITULO"         TO LINDET-REL (3: 6).
           MOVE CLIENTE-CR20     TO LINDET-REL (10: 8).
           MOVE "/"              TO LINDET-REL (18: 1).
           MOVE SEQ-CR20         TO LINDET-REL (19: 5).
           MOVE DATA-VENCTO-CR20 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE "VENCTO"         TO LINDET-REL (26: 6).
           MOVE DATA-E           TO LINDET-REL (33: 10).
           MOVE VALOR-TOT-CR20   TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (45: 13).
           MOVE DESCRICAO-CR20   TO LINDET-REL (60: 30).
           PERFORM IMPRIME-PENDENCIA.

       VERIFICA-PARCELAS SECTION.
           MOVE ALBUM-INI-W TO ALBUM-REC1.
           START RCD101 KEY IS NOT LESS CHAVE-ALBUM-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 = "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   IF ALBUM-REC1 (1: 4) NOT = NR-CONTRATO-CO40
                      MOVE "10" TO ST-RCD101
                   ELSE
                      IF DTA-BAIXA-REC1 = ZEROS
                         PERFORM IMPRIME-PARCELA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD101.

       IMPRIME-PARCELA SECTION.
           ADD 1 TO QT-PARCELA-CO132.
           MOVE SPACES TO LINDET-REL.
           MOVE "PARCELA ALBUM"  TO LINDET-REL (3: 13).
           MOVE ALBUM-REC1       TO LINDET-REL (17: 8).
           MOVE VENCTO-REC1      TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE "VENCTO"         TO LINDET-REL (26: 6).
           MOVE DATA-E           TO LINDET-REL (33: 10).
           MOVE VALOR-REC1       TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (45: 13).
           MOVE "SEM BAIXA"      TO LINDET-REL (60: 9).
           PERFORM IMPRIME-PENDENCIA.

       VERIFICA-COMPROMISSOS SECTION.
           MOVE NR-CONTRATO-CO40 TO NR-CONTRATO-091.
           MOVE ZEROS            TO CODIGO-091.
           START CAD091 KEY IS NOT LESS CHAVE-091 INVALID KEY
                 MOVE "10" TO ST-CAD091
           END-START.
           PERFORM UNTIL ST-CAD091 = "10"
              READ CAD091 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD091
              NOT AT END
                   IF NR-CONTRATO-091 NOT = NR-CONTRATO-CO40
                      MOVE "10" TO ST-CAD091
                   ELSE
                      IF ENTREGUE-091 = 0
                         PERFORM IMPRIME-COMPROMISSO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CAD091.

       IMPRIME-COMPROMISSO SECTION.
           ADD 1 TO QT-COMPROMISSO-CO132.
           MOVE CODIGO-091 TO CODIGO-090.
           READ CAD090 INVALID KEY
                MOVE SPACES TO NOME-090
           END-READ.
           MOVE SPACES TO LINDET-REL.
           MOVE "COMPROMISSO"    TO LINDET-REL (3: 11).
           MOVE CODIGO-091       TO LINDET-REL (15: 3).
           MOVE NOME-090         TO LINDET-REL (20: 20).
           MOVE "NAO ENTREGUE"   TO LINDET-REL (45: 12).
           PERFORM IMPRIME-PENDENCIA.

       VERIFICA-BECAS SECTION.
           INITIALIZE REG-COD127.
           MOVE NR-CONTRATO-CO40 TO NR-CONTRATO-CO127.
           START COD127 KEY IS NOT LESS CHAVE-CO127 INVALID KEY
                 MOVE "10" TO ST-COD127
           END-START.
           PERFORM UNTIL ST-COD127 = "10"
              READ COD127 NEXT RECORD AT END
                   MOVE "10" TO ST-COD127
              NOT AT END
                   IF NR-CONTRATO-CO127 NOT = NR-CONTRATO-CO40
                      MOVE "10" TO ST-COD127
                   ELSE
                      IF SITUACAO-CO127 NOT = 2
                         PERFORM IMPRIME-BECA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD127.

       IMPRIME-BECA SECTION.
           ADD 1 TO QT-BECA-CO132.
           MOVE SPACES TO LINDET-REL.
           MOVE "BECA EVENTO"    TO LINDET-REL (3: 11).
           MOVE ITEM-EVENTO-CO127 TO LINDET-REL (15: 3).
           MOVE "ITEM"           TO LINDET-REL (20: 4).
           MOVE ITEM-CO127       TO LINDET-REL (25: 3).
           MOVE TAMANHO-CO127    TO LINDET-REL (29: 3).
           MOVE "QTDE"           TO LINDET-REL (34: 4).
           MOVE QT-RESERVADA-CO127 TO LINDET-REL (39: 4).
           IF SITUACAO-CO127 = 0
              MOVE "RESERVA SEM ACERTO" TO LINDET-REL (45: 18)
           ELSE
              MOVE "RETIRADA SEM DEVOLUCAO" TO LINDET-REL (45: 22).
           PERFORM IMPRIME-PENDENCIA.

       VERIFICA-EQUIPAMENTO SECTION.
           INITIALIZE REG-COD129.
           MOVE NR-CONTRATO-CO40 TO NR-CONTRATO-CO129.
           START COD129 KEY IS NOT LESS CHAVE-CO129 INVALID KEY
                 MOVE "10" TO ST-COD129
           END-START.
           PERFORM UNTIL ST-COD129 = "10"
              READ COD129 NEXT RECORD AT END
                   MOVE "10" TO ST-COD129
              NOT AT END
                   IF NR-CONTRATO-CO129 NOT = NR-CONTRATO-CO40
                      MOVE "10" TO ST-COD129
                   ELSE
                      IF SITUACAO-CO129 = 0
                         PERFORM IMPRIME-EQUIPAMENTO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD129.

       IMPRIME-EQUIPAMENTO SECTION.
           ADD 1 TO QT-EQUIPTO-CO132.
           MOVE SPACES TO LINDET-REL.
           MOVE "EQUIPAMENTO"    TO LINDET-REL (3: 11).
           MOVE SERIE-CO129      TO LINDET-REL (15: 15).
           MOVE "FORA COM A EQUIPE" TO LINDET-REL (32: 17).
           MOVE EQUIPE-CO129     TO LINDET-REL (50: 6).
           MOVE DATA-SAIDA-CO129 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE "DESDE"          TO LINDET-REL (58: 5).
           MOVE DATA-E           TO LINDET-REL (64: 10).
           PERFORM IMPRIME-PENDENCIA.

      *    o CCD100 nao guarda o contrato: conta a comissao (02) do
      *    representante ainda em aberto e o estorno (03) do contrato
      *    ou dos albuns dele (CCP013) ainda nao descontado
       VERIFICA-COMISSAO SECTION.
           MOVE SPACES TO DOCTO-EST-W.
           MOVE "EST"            TO DOCTO-EST-W (1: 3).
           MOVE NR-CONTRATO-CO40 TO DOCTO-EST-W (4: 4).
           MOVE ZEROS TO DATA-MOVTO-CC100 SEQ-CC100.
           START CCD100 KEY IS NOT LESS CHAVE-CC100 INVALID KEY
                 MOVE "10" TO ST-CCD100
           END-START.
           PERFORM UNTIL ST-CCD100 = "10"
              READ CCD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CCD100
              NOT AT END
                   IF FORNEC-CC100 = REPRESENTANTE-CO40
                      AND SITUACAO-CC100 = 0
                      PERFORM TESTA-COMISSAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CCD100.

       TESTA-COMISSAO SECTION.
           IF TIPO-LCTO-CC100 = 02
              OR (TIPO-LCTO-CC100 = 03
                  AND (NR-DOCTO-CC100 = DOCTO-EST-W
                       OR (NR-DOCTO-CC100 (1: 2) = "EA"
                           AND NR-DOCTO-CC100 (3: 4)
                               = NR-CONTRATO-CO40)))
              ADD 1 TO QT-COMISSAO-CO132
              MOVE SPACES TO LINDET-REL
              MOVE "REPRES"         TO LINDET-REL (3: 6)
              MOVE FORNEC-CC100     TO LINDET-REL (10: 6)
              MOVE NR-DOCTO-CC100   TO LINDET-REL (18: 10)
              MOVE VALOR-CC100      TO VALOR-E
              MOVE VALOR-E          TO LINDET-REL (30: 13)
              MOVE DESCRICAO-CC100  TO LINDET-REL (45: 30)
              MOVE "EM ABERTO"      TO LINDET-REL (77: 9)
              PERFORM IMPRIME-PENDENCIA.

       VERIFICA-VIDEO SECTION.
           MOVE NR-CONTRATO-CO40 TO CONTRATO-V103.
           READ VID103 INVALID KEY
                GO TO VERIFICA-VIDEO-FIM
           END-READ.
           IF ETAPA-V103 < 7
              ADD 1 TO QT-VIDEO-CO132
              MOVE SPACES TO LINDET-REL
              MOVE "POS-PRODUCAO PARADA NA ETAPA"
                   TO LINDET-REL (3: 28)
              MOVE ETAPA-V103       TO LINDET-REL (32: 1)
              MOVE OBS-V103         TO LINDET-REL (36: 30)
              PERFORM IMPRIME-PENDENCIA.
       VERIFICA-VIDEO-FIM.
           CONTINUE.

      *    na opcao 1 a pendencia sai debaixo do titulo da area
       IMPRIME-PENDENCIA SECTION.
           IF IMPRIME-W = 0
              MOVE SPACES TO LINDET-REL
              GO TO IMPRIME-PENDENCIA-FIM.
           IF AREA-IMPRESSA-W = 0
              MOVE LINDET-REL TO LINDET-SALVA-W
              MOVE SPACES TO LINDET-REL
              PERFORM IMPRIME-LINDET
              MOVE AREA-W TO LINDET-REL
              PERFORM IMPRIME-LINDET
              MOVE LINDET-SALVA-W TO LINDET-REL
              MOVE 1 TO AREA-IMPRESSA-W.
           PERFORM IMPRIME-LINDET.
       IMPRIME-PENDENCIA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 2 - VARREDURA DOS CONTRATOS
      *----------------------------------------------------------------
       VARREDURA-CONTRATOS SECTION.
           DISPLAY "CONTRATOS COM PREVISAO ATE AAAAMM: "
                   WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           MOVE ZEROS TO IMPRIME-W QT-CONTRATOS-W QT-LIMPOS-W.
           OPEN OUTPUT RELAT.
           MOVE "VARREDURA P/ ENCERRAMENTO DE CONTRATOS"
                TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "CONTR PREVISAO CLIENTE" TO CAB02-TEXTO (1: 22).
           MOVE "ALB  TIT  PAR  COMP BECA EQUI COMI VID  TOTAL"
                TO CAB02-TEXTO (42: 46).
           PERFORM CABECALHO.
           MOVE ZEROS TO NR-CONTRATO-CO40.
           START COD040 KEY IS NOT LESS NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040
           END-START.
           PERFORM UNTIL ST-COD040 = "10"
              READ COD040 NEXT RECORD AT END
                   MOVE "10" TO ST-COD040
              NOT AT END
                   IF (SITUACAO-CO40 = 0 OR SITUACAO-CO40 = 2)
                      AND MESANO-PREV-CO40 NOT > ANOMES-W
                      PERFORM VARRE-UM-CONTRATO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD040.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "CONTRATOS VERIFICADOS: " TO LINDET-REL (1: 23).
           MOVE QT-CONTRATOS-W            TO LINDET-REL (24: 5).
           MOVE "SEM PENDENCIA (ENCERRAR NA OPCAO 1): "
                TO LINDET-REL (32: 37).
           MOVE QT-LIMPOS-W               TO LINDET-REL (69: 5).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       VARRE-UM-CONTRATO SECTION.
           ADD 1 TO QT-CONTRATOS-W.
           PERFORM VERIFICA-CONTRATO.
           IF TOT-PENDENCIAS-W = ZEROS
              ADD 1 TO QT-LIMPOS-W.
           MOVE SPACES TO LINDET-REL.
           MOVE NR-CONTRATO-CO40     TO LINDET-REL (1: 4).
           MOVE MESANO-PREV-CO40     TO LINDET-REL (7: 6).
           MOVE NOME-CLIENTE-CO40    TO LINDET-REL (16: 25).
           MOVE QT-ALBUM-CO132       TO LINDET-REL (42: 4).
           MOVE QT-TITULO-CO132      TO LINDET-REL (47: 4).
           MOVE QT-PARCELA-CO132     TO LINDET-REL (52: 4).
           MOVE QT-COMPROMISSO-CO132 TO LINDET-REL (58: 4).
           MOVE QT-BECA-CO132        TO LINDET-REL (63: 4).
           MOVE QT-EQUIPTO-CO132     TO LINDET-REL (68: 4).
           MOVE QT-COMISSAO-CO132    TO LINDET-REL (73: 4).
           MOVE QT-VIDEO-CO132       TO LINDET-REL (78: 4).
           MOVE TOT-PENDENCIAS-W     TO LINDET-REL (84: 5).
           PERFORM IMPRIME-LINDET.

      *----------------------------------------------------------------
      *    OPCAO 3 - REABRE UM CONTRATO ENCERRADO
      *----------------------------------------------------------------
       REABRE-CONTRATO SECTION.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40 NR-CONTRATO-CO132.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO"
                GO TO REABRE-CONTRATO-FIM
           END-READ.
           IF SITUACAO-CO40 NOT = 3
              DISPLAY "CONTRATO NAO ESTA ENCERRADO"
              GO TO REABRE-CONTRATO-FIM.
           READ COD132 INVALID KEY
                DISPLAY "ENCERRAMENTO NAO ENCONTRADO NO COD132"
                GO TO REABRE-CONTRATO-FIM
           END-READ.
           MOVE DATA-ENCERR-CO132 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           DISPLAY "ENCERRADO EM " DATA-E " POR " USUARIO-ENCERR-CO132.
           DISPLAY "REABRE O CONTRATO (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO REABRE-CONTRATO-FIM.
           MOVE SITUACAO-ANT-CO132 TO SITUACAO-CO40.
           REWRITE REG-COD040 INVALID KEY
                   DISPLAY "ERRO ATUALIZANDO COD040: " ST-COD040
                   GO TO REABRE-CONTRATO-FIM
           END-REWRITE.
           MOVE 2              TO SITUACAO-CO132.
           MOVE DATA-SISTEMA-N TO DATA-VERIF-CO132.
           MOVE USUARIO-W      TO USUARIO-VERIF-CO132.
           REWRITE REG-COD132 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD132: " ST-COD132
           END-REWRITE.
           DISPLAY "CONTRATO REABERTO".
       REABRE-CONTRATO-FIM.
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
           CLOSE COD040 COD132 MTD020 CRD020 RCD101 CAD090.
           IF TEM-MTD052-W = 1
              CLOSE MTD052.
           IF TEM-CAD091-W = 1
              CLOSE CAD091.
           IF TEM-COD127-W = 1
              CLOSE COD127.
           IF TEM-COD129-W = 1
              CLOSE COD129.
           IF TEM-CCD100-W = 1
              CLOSE CCD100.
           IF TEM-VID103-W = 1
              CLOSE VID103.

       END PROGRAM COP132.
