       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP155.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CIRCULARIZACAO DE SALDOS DE CLIENTES E FORNECEDORES
      *        P/ A AUDITORIA EXTERNA - A AMOSTRA ERA MONTADA NA MAO E
      *        AS RESPOSTAS ACOMPANHADAS NO PAPEL.
      *        OPCAO 1 - GERA A AMOSTRA NA DATA-BASE: SALDO EM ABERTO
      *          POR CLIENTE (CRD020 0/1/5, OU RECEBIDO DEPOIS DA
      *          DATA-BASE) OU POR FORNECEDOR (CPD020 DEFINITIVO 0/1,
      *          OU PAGO DEPOIS DELA); ENTRA QUEM TIVER SALDO ACIMA DO
      *          VALOR MINIMO E, NO CRITERIO SORTEIO, MAIS O
      *          PERCENTUAL SORTEADO DOS DEMAIS (SEMENTE INFORMADA OU
      *          DA HORA, IMPRESSA P/ O AUDITOR REPETIR O SORTEIO).
      *          GRAVA O CRD155 COM OS DOCUMENTOS NO CRD156 E IMPRIME
      *          A CARTA DE CONFIRMACAO COM O ENDERECO DO CGD011 E O
      *          REMETENTE DO CGD030 (COMO O CRP139);
      *        OPCAO 2 - REIMPRIME AS CARTAS AINDA SEM RESPOSTA
      *          (SEGUNDO PEDIDO);
      *        OPCAO 3 - REGISTRA A RESPOSTA: 1-CONCORDA, 2-DISCORDA
      *          (COM O SALDO INFORMADO PELA PARTE), 3-SEM RESPOSTA;
      *        OPCAO 4 - RELATORIO DA CIRCULARIZACAO COM A CONCILIACAO
      *          DAS DISCORDANCIAS: DOCUMENTOS DA DATA-BASE COM A
      *          SITUACAO ATUAL - PAGOS/CANCELADOS DEPOIS DA DATA-BASE
      *          EXPLICAM A DIFERENCA, O RESTO FICA "NAO EXPLICADO".
      *        FORNECEDOR SAI NA CARTA SO COM O NOME DO CGD001 (A/C
      *        DEPTO FINANCEIRO) - O ENDERECO E PREENCHIDO NO ENVELOPE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CPPX020.
           COPY CRPX155.
           COPY CRPX156.
           COPY CGPX001.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX030.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CRPW020.
           COPY CPPW020.
           COPY CRPW155.
           COPY CRPW156.
           COPY CGPW001.
           COPY CGPW010.
           COPY CGPW011.
           COPY CGPW030.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CRD155             PIC XX       VALUE SPACES.
           05  ST-CRD156             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD030             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  CRITERIO-W            PIC 9        VALUE ZEROS.
           05  SELECIONA-W           PIC 9        VALUE ZEROS.
           05  DATA-BASE-W           PIC 9(8)     VALUE ZEROS.
           05  VALOR-MINIMO-W        PIC 9(10)V99 VALUE ZEROS.
           05  PERCENTUAL-W          PIC 9(2)     VALUE ZEROS.
           05  SEMENTE-W             PIC 9(4)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  CALCULO-W             PIC 9(9)     VALUE ZEROS.
           05  QUOCIENTE-W           PIC 9(9)     VALUE ZEROS.
           05  SORTEIO-W             PIC 9(2)     VALUE ZEROS.
           05  REMETENTE-W           PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  PARTE-W               PIC X(9)     VALUE SPACES.
           05  PARTE-ANT-W           PIC X(9)     VALUE SPACES.
           05  CLASS-W               PIC 9        VALUE ZEROS.
           05  CODIGO-W              PIC 9(8)     VALUE ZEROS.
           05  RESPOSTA-W            PIC 9        VALUE ZEROS.
           05  VALOR-INFORMADO-W     PIC 9(10)V99 VALUE ZEROS.
           05  OBS-W                 PIC X(40)    VALUE SPACES.
           05  SALDO-PARTE-W         PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-DOC-W           PIC 9(10)V99 VALUE ZEROS.
           05  DOC-NR-DOCTO-W        PIC X(10)    VALUE SPACES.
           05  DOC-MOVTO-W           PIC 9(8)     VALUE ZEROS.
           05  DOC-VENCTO-W          PIC 9(8)     VALUE ZEROS.
           05  EXPLICA-DOC-W         PIC 9(10)V99 VALUE ZEROS.
           05  DIFERENCA-W           PIC S9(10)V99 VALUE ZEROS.
           05  EXPLICADO-W           PIC S9(10)V99 VALUE ZEROS.
           05  NAO-EXPLICADO-W       PIC S9(10)V99 VALUE ZEROS.
           05  TOT-CIRCULARIZADO-W   PIC 9(12)V99 VALUE ZEROS.
           05  TOT-CONFIRMADO-W      PIC 9(12)V99 VALUE ZEROS.
           05  TOT-NAO-EXPLICADO-W   PIC S9(12)V99 VALUE ZEROS.
           05  QT-RESPOSTA-W         PIC 9(5) OCCURS 4.
           05  QT-CARTAS-W           PIC 9(5)     VALUE ZEROS.
           05  QT-DOCS-W             PIC 9(4)     VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  R                     PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  SALDO-E               PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

       01  DOCTO-W                   PIC X(14)    VALUE SPACES.
       01  DOCTO-CP-W                REDEFINES DOCTO-W.
           05  FORNEC-DOC-W          PIC 9(6).
           05  SEQ-CP-DOC-W          PIC 9(5).
           05  FILLER                PIC X(3).

       01  PARTE-CR-W.
           05  CLASS-PARTE-W         PIC 9.
           05  CLIENTE-PARTE-W       PIC 9(8).
       01  PARTE-CP-W                REDEFINES PARTE-CR-W.
           05  FORNEC-PARTE-W        PIC 9(6).
           05  FILLER                PIC X(3).

      *    documentos em aberto da parte, guardados ate saber se ela
      *    entra na amostra
       01  TAB-DOCUMENTOS.
           05  TD-ITEM               OCCURS 999.
               10  TD-CHAVE          PIC X(14).
               10  TD-NR-DOCTO       PIC X(10).
               10  TD-MOVTO          PIC 9(8).
               10  TD-VENCTO         PIC 9(8).
               10  TD-VALOR          PIC 9(10)V99.

       01  TEXTO-RESPOSTAS.
           05  FILLER  PIC X(12) VALUE "AGUARDANDO  ".
           05  FILLER  PIC X(12) VALUE "CONCORDA    ".
           05  FILLER  PIC X(12) VALUE "DISCORDA    ".
           05  FILLER  PIC X(12) VALUE "SEM RESPOSTA".
       01  RED-RESPOSTAS REDEFINES TEXTO-RESPOSTAS.
           05  TEXTO-RESPOSTA-W OCCURS 4  PIC X(12).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CRD155       PIC X(60)    VALUE SPACES.
           05  PATH-CRD156       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.
           05  PATH-CGD010       PIC X(60)    VALUE SPACES.
           05  PATH-CGD011       PIC X(60)    VALUE SPACES.
           05  PATH-CGD030       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CRP155 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  FILLER            PIC X(41)  VALUE
               "CIRCULARIZACAO DE SALDOS - DATA-BASE ".
           05  CAB01-DATA        PIC 99/99/9999.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(50)  VALUE
               "T PARTE     NOME".
           05  FILLER            PIC X(50)  VALUE
               "SALDO RESPOSTA         INFORMADO         DIFERENCA".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM GERA-AMOSTRA
                  WHEN 2 PERFORM REIMPRIME-CARTAS
                  WHEN 3 PERFORM REGISTRA-RESPOSTA
                  WHEN 4 PERFORM RELATORIO-CIRCULARIZACAO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-GERA AMOSTRA E CARTAS  2-REIMPRIME PENDENTES".
           DISPLAY "3-REGISTRA RESPOSTA  4-RELATORIO/CONCILIACAO: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "DATA-BASE (AAAAMMDD)...........: "
                      WITH NO ADVANCING
              ACCEPT DATA-BASE-W
              IF DATA-BASE-W = ZEROS
                 DISPLAY "DATA-BASE INVALIDA"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CRD155"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD155
              MOVE "CRD156"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD156
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              MOVE "CGD010"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD010
              MOVE "CGD011"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD011
              MOVE "CGD030"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD030
              OPEN INPUT CRD020 CPD020 CGD001 CGD010 CGD011 CGD030
              OPEN I-O CRD155 CRD156
              IF ST-CRD155 = "35"
                 CLOSE CRD155      OPEN OUTPUT CRD155
                 CLOSE CRD155      OPEN I-O CRD155
              END-IF
              IF ST-CRD156 = "35"
                 CLOSE CRD156      OPEN OUTPUT CRD156
                 CLOSE CRD156      OPEN I-O CRD156
              END-IF
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD155 > "09"
                 DISPLAY "ERRO ABERTURA CRD155: " ST-CRD155
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD156 > "09"
                 DISPLAY "ERRO ABERTURA CRD156: " ST-CRD156
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CRD020 CPD020 CRD155 CRD156 CGD001 CGD010
                       CGD011 CGD030
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - AMOSTRA E CARTAS
      *----------------------------------------------------------------
       GERA-AMOSTRA SECTION.
           DISPLAY "1-CLIENTES  2-FORNECEDORES.....: "
                   WITH NO ADVANCING.
           ACCEPT TIPO-W.
           DISPLAY "CRITERIO 1-VALOR  2-SORTEIO....: "
                   WITH NO ADVANCING.
           ACCEPT CRITERIO-W.
           DISPLAY "VALOR MINIMO (SORTEIO: ENTRA SEMPRE, 0 = NENHUM): "
                   WITH NO ADVANCING.
           ACCEPT VALOR-MINIMO-W.
           IF CRITERIO-W = 2
              DISPLAY "PERCENTUAL A SORTEAR (1-99)....: "
                      WITH NO ADVANCING
              ACCEPT PERCENTUAL-W
              DISPLAY "SEMENTE DO SORTEIO (0 = HORA)..: "
                      WITH NO ADVANCING
              ACCEPT SEMENTE-W
              IF SEMENTE-W = ZEROS
                 ACCEPT HORA-W FROM TIME
                 DIVIDE HORA-W BY 10000 GIVING QUOCIENTE-W
                        REMAINDER SEMENTE-W
              END-IF.
           DISPLAY "REMETENTE (CGD030).............: "
                   WITH NO ADVANCING.
           ACCEPT REMETENTE-W.
           DISPLAY "USUARIO........................: "
                   WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF TIPO-W NOT = 1 AND TIPO-W NOT = 2
              DISPLAY "TIPO INVALIDO"
              GO TO GERA-AMOSTRA-FIM.
           IF CRITERIO-W NOT = 1 AND CRITERIO-W NOT = 2
              DISPLAY "CRITERIO INVALIDO"
              GO TO GERA-AMOSTRA-FIM.
           IF CRITERIO-W = 1 AND VALOR-MINIMO-W = ZEROS
              DISPLAY "INFORME O VALOR MINIMO"
              GO TO GERA-AMOSTRA-FIM.
           IF CRITERIO-W = 2 AND PERCENTUAL-W = ZEROS
              DISPLAY "INFORME O PERCENTUAL"
              GO TO GERA-AMOSTRA-FIM.
           MOVE REMETENTE-W TO CODIGO-CG30.
           READ CGD030 INVALID KEY
                DISPLAY "REMETENTE NAO CADASTRADO NO CGD030"
                GO TO GERA-AMOSTRA-FIM
           END-READ.
           IF CRITERIO-W = 2
              DISPLAY "SEMENTE DO SORTEIO: " SEMENTE-W.
           OPEN OUTPUT RELAT.
           MOVE ZEROS  TO QT-CARTAS-W QT-DOCS-W SALDO-PARTE-W.
           MOVE SPACES TO PARTE-ANT-W.
           IF TIPO-W = 1
              PERFORM AMOSTRA-CLIENTES
           ELSE
              PERFORM AMOSTRA-FORNECEDORES.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "CARTAS IMPRESSAS: " QT-CARTAS-W.
       GERA-AMOSTRA-FIM.
           CONTINUE.

       AMOSTRA-CLIENTES SECTION.
           INITIALIZE REG-CRD020.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF COD-COMPL-CR20 NOT = PARTE-ANT-W
                      PERFORM FECHA-PARTE
                      MOVE COD-COMPL-CR20 TO PARTE-ANT-W
                   END-IF
                   PERFORM AVALIA-TITULO-RECEBER
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.
           PERFORM FECHA-PARTE.

      *    mesmo criterio de "em aberto no corte" do CTP104
       AVALIA-TITULO-RECEBER SECTION.
           IF DATA-MOVTO-CR20 > DATA-BASE-W
              GO TO AVALIA-TITULO-RECEBER-FIM.
           MOVE ZEROS TO VALOR-DOC-W.
           EVALUATE TRUE
               WHEN SITUACAO-CR20 = 1
                    MOVE VALOR-SALDO-CR20 TO VALOR-DOC-W
               WHEN SITUACAO-CR20 = 0 OR SITUACAO-CR20 = 5
                    MOVE VALOR-TOT-CR20   TO VALOR-DOC-W
               WHEN SITUACAO-CR20 = 2 AND DATA-RCTO-CR20 > DATA-BASE-W
                    MOVE VALOR-TOT-CR20   TO VALOR-DOC-W
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           IF VALOR-DOC-W = ZEROS
              GO TO AVALIA-TITULO-RECEBER-FIM.
           MOVE CHAVE-CR20 TO DOCTO-W.
           MOVE NR-DOCTO-CR20    TO DOC-NR-DOCTO-W.
           MOVE DATA-MOVTO-CR20  TO DOC-MOVTO-W.
           MOVE DATA-VENCTO-CR20 TO DOC-VENCTO-W.
           PERFORM GUARDA-DOCUMENTO.
       AVALIA-TITULO-RECEBER-FIM.
           CONTINUE.

       AMOSTRA-FORNECEDORES SECTION.
           INITIALIZE REG-CPD020.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   MOVE SPACES      TO PARTE-W
                   MOVE FORNEC-CP20 TO PARTE-W (1: 6)
                   IF PARTE-W NOT = PARTE-ANT-W
                      PERFORM FECHA-PARTE
                      MOVE PARTE-W TO PARTE-ANT-W
                   END-IF
                   PERFORM AVALIA-TITULO-PAGAR
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           PERFORM FECHA-PARTE.

       AVALIA-TITULO-PAGAR SECTION.
           IF DATA-MOVTO-CP20 > DATA-BASE-W OR PREV-DEF-CP20 = 1
              GO TO AVALIA-TITULO-PAGAR-FIM.
           MOVE ZEROS TO VALOR-DOC-W.
           EVALUATE TRUE
               WHEN SITUACAO-CP20 = 0 OR SITUACAO-CP20 = 1
                    MOVE VALOR-TOT-CP20 TO VALOR-DOC-W
               WHEN SITUACAO-CP20 = 2 AND DATA-PGTO-CP20 > DATA-BASE-W
                    MOVE VALOR-TOT-CP20 TO VALOR-DOC-W
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           IF VALOR-DOC-W = ZEROS
              GO TO AVALIA-TITULO-PAGAR-FIM.
           MOVE SPACES       TO DOCTO-W.
           MOVE FORNEC-CP20  TO FORNEC-DOC-W.
           MOVE SEQ-CP20     TO SEQ-CP-DOC-W.
           MOVE NR-DOCTO-CP20    TO DOC-NR-DOCTO-W.
           MOVE DATA-MOVTO-CP20  TO DOC-MOVTO-W.
           MOVE DATA-VENCTO-CP20 TO DOC-VENCTO-W.
           PERFORM GUARDA-DOCUMENTO.
       AVALIA-TITULO-PAGAR-FIM.
           CONTINUE.

       GUARDA-DOCUMENTO SECTION.
           ADD VALOR-DOC-W TO SALDO-PARTE-W.
           IF QT-DOCS-W NOT < 999
              DISPLAY "PARTE " PARTE-ANT-W " COM MAIS DE 999 "
                      "DOCUMENTOS - LISTA TRUNCADA NA CARTA"
              GO TO GUARDA-DOCUMENTO-FIM.
           ADD 1 TO QT-DOCS-W.
           MOVE DOCTO-W        TO TD-CHAVE (QT-DOCS-W).
           MOVE DOC-NR-DOCTO-W TO TD-NR-DOCTO (QT-DOCS-W).
           MOVE DOC-MOVTO-W    TO TD-MOVTO (QT-DOCS-W).
           MOVE DOC-VENCTO-W   TO TD-VENCTO (QT-DOCS-W).
           MOVE VALOR-DOC-W TO TD-VALOR (QT-DOCS-W).
       GUARDA-DOCUMENTO-FIM.
           CONTINUE.

      *    quebra por parte: decide se entra na amostra, grava o
      *    CRD155/CRD156 e imprime a carta
       FECHA-PARTE SECTION.
           IF PARTE-ANT-W = SPACES OR SALDO-PARTE-W = ZEROS
              GO TO FECHA-PARTE-FIM.
           MOVE ZEROS TO SELECIONA-W.
           IF VALOR-MINIMO-W > ZEROS
              AND SALDO-PARTE-W NOT < VALOR-MINIMO-W
              MOVE 1 TO SELECIONA-W.
           IF SELECIONA-W = 0 AND CRITERIO-W = 2
              COMPUTE CALCULO-W = SEMENTE-W * 421 + 2663
              DIVIDE CALCULO-W BY 10000 GIVING QUOCIENTE-W
                     REMAINDER SEMENTE-W
              DIVIDE SEMENTE-W BY 100 GIVING SORTEIO-W
              IF SORTEIO-W < PERCENTUAL-W
                 MOVE 2 TO SELECIONA-W
              END-IF
           END-IF.
           IF SELECIONA-W = 0
              GO TO FECHA-PARTE-FIM.
           MOVE DATA-BASE-W TO DATA-BASE-CR155.
           MOVE TIPO-W      TO TIPO-CR155.
           MOVE PARTE-ANT-W TO PARTE-CR155.
           READ CRD155 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                DISPLAY "PARTE " PARTE-ANT-W " JA CIRCULARIZADA "
                        "NESTA DATA-BASE"
                GO TO FECHA-PARTE-FIM
           END-READ.
           INITIALIZE REG-CRD155.
           MOVE DATA-BASE-W    TO DATA-BASE-CR155.
           MOVE TIPO-W         TO TIPO-CR155.
           MOVE PARTE-ANT-W    TO PARTE-CR155.
           PERFORM LE-NOME-PARTE.
           MOVE SALDO-PARTE-W  TO SALDO-CR155.
           MOVE QT-DOCS-W      TO QTDE-DOCS-CR155.
           MOVE SELECIONA-W    TO CRITERIO-CR155.
           MOVE DATA-SISTEMA-N TO DATA-CARTA-CR155.
           MOVE ZEROS          TO RESPOSTA-CR155.
           MOVE USUARIO-W      TO USUARIO-CR155.
           WRITE REG-CRD155 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CRD155: " ST-CRD155
                 GO TO FECHA-PARTE-FIM
           END-WRITE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-DOCS-W
              INITIALIZE REG-CRD156
              MOVE DATA-BASE-W     TO DATA-BASE-CR156
              MOVE TIPO-W          TO TIPO-CR156
              MOVE PARTE-ANT-W     TO PARTE-CR156
              MOVE I               TO SEQ-CR156
              MOVE TD-CHAVE (I)    TO CHAVE-DOC-CR156
              MOVE TD-NR-DOCTO (I) TO NR-DOCTO-CR156
              MOVE TD-MOVTO (I)    TO DATA-MOVTO-CR156
              MOVE TD-VENCTO (I)   TO DATA-VENCTO-CR156
              MOVE TD-VALOR (I)    TO VALOR-CR156
              WRITE REG-CRD156 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CRD156: " ST-CRD156
              END-WRITE
           END-PERFORM.
           PERFORM IMPRIME-CARTA.
       FECHA-PARTE-FIM.
           MOVE ZEROS TO QT-DOCS-W SALDO-PARTE-W.

       LE-NOME-PARTE SECTION.
           MOVE PARTE-CR155 TO PARTE-CR-W.
           IF TIPO-CR155 = 1
              MOVE PARTE-CR-W TO COD-COMPL-CG10
              READ CGD010 INVALID KEY
                   MOVE SPACES TO COMPRADOR-CG10
              END-READ
              MOVE COMPRADOR-CG10 TO NOME-CR155
           ELSE
              MOVE FORNEC-PARTE-W TO CODIGO-CG01
              READ CGD001 INVALID KEY
                   MOVE SPACES TO NOME-CG01
              END-READ
              MOVE NOME-CG01 TO NOME-CR155.

      *    carta de confirmacao a partir do CRD155 corrente e dos
      *    documentos dele no CRD156
       IMPRIME-CARTA SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE NOME-CG30     TO LINDET-REL (1: 40).
           WRITE REG-RELAT FROM LINDET AFTER PAGE.
           MOVE SPACES TO LINDET-REL.
           MOVE ENDERECO-CG30 TO LINDET-REL (1: 30).
           MOVE CIDADE-CG30   TO LINDET-REL (32: 4).
           MOVE "CEP"         TO LINDET-REL (37: 3).
           MOVE CEP-CG30      TO LINDET-REL (41: 8).
           WRITE REG-RELAT FROM LINDET AFTER 1.
           MOVE SPACES TO LINDET-REL.
           MOVE "CONFIRMACAO DE SALDO - CIRCULARIZACAO DE AUDITORIA"
             TO LINDET-REL (1: 51).
           WRITE REG-RELAT FROM LINDET AFTER 3.
           MOVE SPACES TO LINDET-REL.
           MOVE "A: "          TO LINDET-REL (1: 3).
           MOVE NOME-CR155     TO LINDET-REL (4: 30).
           MOVE PARTE-CR155    TO LINDET-REL (36: 9).
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO LINDET-REL.
           IF TIPO-CR155 = 1
              MOVE PARTE-CR155 TO COD-COMPL-CG11
              READ CGD011 INVALID KEY
                   INITIALIZE REG-CGD011
              END-READ
              MOVE ENDERECO1-CG11 TO LINDET-REL (4: 30)
              MOVE BAIRRO1-CG11   TO LINDET-REL (35: 15)
              WRITE REG-RELAT FROM LINDET AFTER 1
              MOVE SPACES TO LINDET-REL
              MOVE CIDADE1-CG11   TO LINDET-REL (4: 4)
              MOVE "CEP"          TO LINDET-REL (9: 3)
              MOVE CEP1-CG11      TO LINDET-REL (13: 8)
           ELSE
              MOVE "A/C DEPTO FINANCEIRO" TO LINDET-REL (4: 20).
           WRITE REG-RELAT FROM LINDET AFTER 1.
           MOVE SPACES TO LINDET-REL.
           MOVE "PARA FINS DE AUDITORIA DE NOSSAS DEMONSTRACOES"
             TO LINDET-REL (1: 46).
           MOVE " FINANCEIRAS, SOLICITAMOS CONFIRMAR"
             TO LINDET-REL (47: 35).
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO LINDET-REL.
           IF TIPO-CR155 = 1
              MOVE "O SALDO A NOSSO FAVOR EM"  TO LINDET-REL (1: 24)
           ELSE
              MOVE "O SALDO A VOSSO FAVOR EM"  TO LINDET-REL (1: 24).
           MOVE DATA-BASE-CR155 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E         TO LINDET-REL (26: 10).
           MOVE ", COMPOSTO PELOS DOCUMENTOS ABAIXO:"
             TO LINDET-REL (36: 35).
           WRITE REG-RELAT FROM LINDET AFTER 1.
           MOVE SPACES TO LINDET-REL.
           MOVE "DOCUMENTO    EMISSAO     VENCIMENTO           VALOR"
             TO LINDET-REL (4: 51).
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO LINDET-REL.
           MOVE 18 TO LIN.
           MOVE DATA-BASE-CR155 TO DATA-BASE-CR156.
           MOVE TIPO-CR155      TO TIPO-CR156.
           MOVE PARTE-CR155     TO PARTE-CR156.
           MOVE ZEROS           TO SEQ-CR156.
           START CRD156 KEY IS NOT LESS CHAVE-CR156 INVALID KEY
                 MOVE "10" TO ST-CRD156
           END-START.
           PERFORM UNTIL ST-CRD156 = "10"
              READ CRD156 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD156
              NOT AT END
                   IF DATA-BASE-CR156 NOT = DATA-BASE-CR155
                      OR TIPO-CR156 NOT = TIPO-CR155
                      OR PARTE-CR156 NOT = PARTE-CR155
                      MOVE "10" TO ST-CRD156
                   ELSE
                      PERFORM IMPRIME-DOCUMENTO-CARTA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD156.
           MOVE DATA-BASE-CR155 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE "SALDO EM "    TO LINDET-REL (4: 9).
           MOVE DATA-E         TO LINDET-REL (13: 10).
           MOVE SALDO-CR155    TO VALOR-E.
           MOVE VALOR-E        TO LINDET-REL (42: 13).
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO LINDET-REL.
           MOVE "(  ) CONFIRMAMOS O SALDO ACIMA" TO LINDET-REL (1: 30).
           WRITE REG-RELAT FROM LINDET AFTER 3.
           MOVE SPACES TO LINDET-REL.
           MOVE "(  ) NAO CONFIRMAMOS - SALDO EM NOSSOS REGISTROS: "
             TO LINDET-REL (1: 51).
           MOVE "R$ ______________" TO LINDET-REL (52: 17).
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO LINDET-REL.
           MOVE "DATA: ___/___/______   ASSINATURA: "
             TO LINDET-REL (1: 35).
           MOVE "______________________________" TO LINDET-REL (36: 30).
           WRITE REG-RELAT FROM LINDET AFTER 3.
           MOVE SPACES TO LINDET-REL.
           MOVE "FAVOR DEVOLVER ESTA CARTA A: " TO LINDET-REL (1: 29).
           MOVE NOME-CG30      TO LINDET-REL (30: 40).
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO LINDET-REL.
           ADD 1 TO QT-CARTAS-W.

       IMPRIME-DOCUMENTO-CARTA SECTION.
           IF LIN > 50
              MOVE "CONTINUACAO - " TO LINDET-REL (1: 14)
              MOVE NOME-CR155       TO LINDET-REL (15: 30)
              WRITE REG-RELAT FROM LINDET AFTER PAGE
              MOVE SPACES TO LINDET-REL
              MOVE 2 TO LIN.
           MOVE NR-DOCTO-CR156    TO LINDET-REL (4: 10).
           MOVE DATA-MOVTO-CR156  TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W    TO DATA-E.
           MOVE DATA-E            TO LINDET-REL (17: 10).
           MOVE DATA-VENCTO-CR156 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W    TO DATA-E.
           MOVE DATA-E            TO LINDET-REL (29: 10).
           MOVE VALOR-CR156       TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (42: 13).
           WRITE REG-RELAT FROM LINDET AFTER 1.
           MOVE SPACES TO LINDET-REL.
           ADD 1 TO LIN.

      *----------------------------------------------------------------
      *    OPCAO 2 - SEGUNDO PEDIDO P/ QUEM NAO RESPONDEU
      *----------------------------------------------------------------
       REIMPRIME-CARTAS SECTION.
           DISPLAY "REMETENTE (CGD030).............: "
                   WITH NO ADVANCING.
           ACCEPT REMETENTE-W.
           MOVE REMETENTE-W TO CODIGO-CG30.
           READ CGD030 INVALID KEY
                DISPLAY "REMETENTE NAO CADASTRADO NO CGD030"
                GO TO REIMPRIME-CARTAS-FIM
           END-READ.
           OPEN OUTPUT RELAT.
           MOVE ZEROS TO QT-CARTAS-W.
           MOVE DATA-BASE-W TO DATA-BASE-CR155.
           MOVE ZEROS       TO RESPOSTA-CR155.
           START CRD155 KEY IS NOT LESS ALT1-CR155 INVALID KEY
                 MOVE "10" TO ST-CRD155
           END-START.
           PERFORM UNTIL ST-CRD155 = "10"
              READ CRD155 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD155
              NOT AT END
                   IF DATA-BASE-CR155 NOT = DATA-BASE-W
                      OR RESPOSTA-CR155 NOT = 0
                      MOVE "10" TO ST-CRD155
                   ELSE
                      PERFORM IMPRIME-CARTA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD155.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "CARTAS REIMPRESSAS: " QT-CARTAS-W.
       REIMPRIME-CARTAS-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 3 - RESPOSTAS
      *----------------------------------------------------------------
       REGISTRA-RESPOSTA SECTION.
           DISPLAY "USUARIO........................: "
                   WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           MOVE 9 TO TIPO-W.
           PERFORM UNTIL TIPO-W = ZEROS
              DISPLAY "1-CLIENTE 2-FORNECEDOR 0-ENCERRA: "
                      WITH NO ADVANCING
              ACCEPT TIPO-W
              IF TIPO-W = 1 OR TIPO-W = 2
                 PERFORM REGISTRA-UMA-RESPOSTA
              END-IF
           END-PERFORM.

       REGISTRA-UMA-RESPOSTA SECTION.
           MOVE SPACES TO PARTE-CR-W.
           IF TIPO-W = 1
              DISPLAY "CLASSIF. (0-CONTRATO 1-COMUM)..: "
                      WITH NO ADVANCING
              ACCEPT CLASS-W
              DISPLAY "CLIENTE........................: "
                      WITH NO ADVANCING
              ACCEPT CODIGO-W
              MOVE CLASS-W  TO CLASS-PARTE-W
              MOVE CODIGO-W TO CLIENTE-PARTE-W
           ELSE
              DISPLAY "FORNECEDOR.....................: "
                      WITH NO ADVANCING
              ACCEPT CODIGO-W
              MOVE CODIGO-W TO FORNEC-PARTE-W.
           MOVE DATA-BASE-W TO DATA-BASE-CR155.
           MOVE TIPO-W      TO TIPO-CR155.
           MOVE PARTE-CR-W  TO PARTE-CR155.
           READ CRD155 INVALID KEY
                DISPLAY "PARTE NAO CIRCULARIZADA NESTA DATA-BASE"
                GO TO REGISTRA-UMA-RESPOSTA-FIM
           END-READ.
           MOVE SALDO-CR155 TO VALOR-E.
           COMPUTE R = RESPOSTA-CR155 + 1.
           DISPLAY NOME-CR155 " SALDO " VALOR-E " - "
                   TEXTO-RESPOSTA-W (R).
           DISPLAY "RESPOSTA 1-CONCORDA 2-DISCORDA 3-SEM RESPOSTA: "
                   WITH NO ADVANCING.
           ACCEPT RESPOSTA-W.
           IF RESPOSTA-W < 1 OR RESPOSTA-W > 3
              DISPLAY "RESPOSTA INVALIDA"
              GO TO REGISTRA-UMA-RESPOSTA-FIM.
           MOVE ZEROS TO VALOR-INFORMADO-W.
           IF RESPOSTA-W = 2
              DISPLAY "SALDO INFORMADO PELA PARTE.....: "
                      WITH NO ADVANCING
              ACCEPT VALOR-INFORMADO-W
              IF VALOR-INFORMADO-W = SALDO-CR155
                 DISPLAY "SALDO IGUAL AO NOSSO - REGISTRADO COMO "
                         "CONCORDA"
                 MOVE 1 TO RESPOSTA-W
              END-IF
           END-IF.
           IF RESPOSTA-W = 1
              MOVE SALDO-CR155 TO VALOR-INFORMADO-W.
           DISPLAY "OBSERVACAO.....................: "
                   WITH NO ADVANCING.
           ACCEPT OBS-W.
           MOVE RESPOSTA-W        TO RESPOSTA-CR155.
           MOVE VALOR-INFORMADO-W TO VALOR-INFORMADO-CR155.
           MOVE DATA-SISTEMA-N    TO DATA-RESPOSTA-CR155.
           MOVE USUARIO-W         TO USUARIO-CR155.
           MOVE OBS-W             TO OBS-CR155.
           REWRITE REG-CRD155 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO CRD155: " ST-CRD155
           END-REWRITE.
       REGISTRA-UMA-RESPOSTA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 4 - RELATORIO E CONCILIACAO DAS DISCORDANCIAS
      *----------------------------------------------------------------
       RELATORIO-CIRCULARIZACAO SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W   TO CAB01-EMPRESA.
           MOVE DATA-BASE-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO CAB01-DATA.
           MOVE ZEROS TO TOT-CIRCULARIZADO-W TOT-CONFIRMADO-W
                         TOT-NAO-EXPLICADO-W.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
              MOVE ZEROS TO QT-RESPOSTA-W (R)
           END-PERFORM.
           MOVE DATA-BASE-W TO DATA-BASE-CR155.
           MOVE ZEROS       TO TIPO-CR155.
           MOVE SPACES      TO PARTE-CR155.
           START CRD155 KEY IS NOT LESS CHAVE-CR155 INVALID KEY
                 MOVE "10" TO ST-CRD155
           END-START.
           PERFORM UNTIL ST-CRD155 = "10"
              READ CRD155 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD155
              NOT AT END
                   IF DATA-BASE-CR155 NOT = DATA-BASE-W
                      MOVE "10" TO ST-CRD155
                   ELSE
                      PERFORM IMPRIME-PARTE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD155.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
              MOVE TEXTO-RESPOSTA-W (R) TO LINDET-REL (3: 12)
              MOVE QT-RESPOSTA-W (R)    TO LINDET-REL (16: 5)
              PERFORM IMPRIME-LINDET
           END-PERFORM.
           MOVE "SALDO CIRCULARIZADO"      TO LINDET-REL (3: 19).
           MOVE TOT-CIRCULARIZADO-W        TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (30: 17).
           PERFORM IMPRIME-LINDET.
           MOVE "SALDO CONFIRMADO"         TO LINDET-REL (3: 16).
           MOVE TOT-CONFIRMADO-W           TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (30: 17).
           PERFORM IMPRIME-LINDET.
           MOVE "DIFERENCA NAO EXPLICADA"  TO LINDET-REL (3: 23).
           MOVE TOT-NAO-EXPLICADO-W        TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (30: 17).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-PARTE SECTION.
           COMPUTE R = RESPOSTA-CR155 + 1.
           ADD 1           TO QT-RESPOSTA-W (R).
           ADD SALDO-CR155 TO TOT-CIRCULARIZADO-W.
           IF RESPOSTA-CR155 = 1
              ADD SALDO-CR155 TO TOT-CONFIRMADO-W.
           IF TIPO-CR155 = 1
              MOVE "C" TO LINDET-REL (1: 1)
           ELSE
              MOVE "F" TO LINDET-REL (1: 1).
           MOVE PARTE-CR155          TO LINDET-REL (3: 9).
           MOVE NOME-CR155           TO LINDET-REL (13: 30).
           MOVE SALDO-CR155          TO VALOR-E.
           MOVE VALOR-E              TO LINDET-REL (43: 13).
           MOVE TEXTO-RESPOSTA-W (R) TO LINDET-REL (57: 12).
           IF RESPOSTA-CR155 = 2
              MOVE VALOR-INFORMADO-CR155 TO VALOR-E
              MOVE VALOR-E               TO LINDET-REL (70: 13)
              COMPUTE DIFERENCA-W = SALDO-CR155 - VALOR-INFORMADO-CR155
              MOVE DIFERENCA-W           TO SALDO-E
              MOVE SALDO-E               TO LINDET-REL (84: 17).
           PERFORM IMPRIME-LINDET.
           IF RESPOSTA-CR155 = 2
              PERFORM CONCILIA-PARTE.

      *    documentos da data-base com a situacao de hoje: o que foi
      *    pago, recebido ou cancelado depois da data-base a parte ja
      *    pode ter tirado do saldo dela - isso explica a diferenca
       CONCILIA-PARTE SECTION.
           MOVE ZEROS TO EXPLICADO-W.
           IF OBS-CR155 NOT = SPACES
              MOVE "OBS: "   TO LINDET-REL (5: 5)
              MOVE OBS-CR155 TO LINDET-REL (10: 40)
              PERFORM IMPRIME-LINDET.
           MOVE DATA-BASE-CR155 TO DATA-BASE-CR156.
           MOVE TIPO-CR155      TO TIPO-CR156.
           MOVE PARTE-CR155     TO PARTE-CR156.
           MOVE ZEROS           TO SEQ-CR156.
           START CRD156 KEY IS NOT LESS CHAVE-CR156 INVALID KEY
                 MOVE "10" TO ST-CRD156
           END-START.
           PERFORM UNTIL ST-CRD156 = "10"
              READ CRD156 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD156
              NOT AT END
                   IF DATA-BASE-CR156 NOT = DATA-BASE-CR155
                      OR TIPO-CR156 NOT = TIPO-CR155
                      OR PARTE-CR156 NOT = PARTE-CR155
                      MOVE "10" TO ST-CRD156
                   ELSE
                      PERFORM CONCILIA-DOCUMENTO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD156.
           COMPUTE NAO-EXPLICADO-W = SALDO-CR155
                 - VALOR-INFORMADO-CR155 - EXPLICADO-W.
           ADD NAO-EXPLICADO-W TO TOT-NAO-EXPLICADO-W.
           MOVE "EXPLICADO P/ BAIXAS APOS A DATA-BASE"
             TO LINDET-REL (5: 36).
           MOVE EXPLICADO-W     TO SALDO-E.
           MOVE SALDO-E         TO LINDET-REL (84: 17).
           PERFORM IMPRIME-LINDET.
           MOVE "NAO EXPLICADO"  TO LINDET-REL (5: 13).
           MOVE NAO-EXPLICADO-W  TO SALDO-E.
           MOVE SALDO-E          TO LINDET-REL (84: 17).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.

       CONCILIA-DOCUMENTO SECTION.
           MOVE ZEROS  TO EXPLICA-DOC-W DATA-INVERTE-W.
           MOVE SPACES TO LINDET-REL.
           MOVE NR-DOCTO-CR156 TO LINDET-REL (5: 10).
           MOVE VALOR-CR156    TO VALOR-E.
           MOVE VALOR-E        TO LINDET-REL (16: 13).
           MOVE CHAVE-DOC-CR156 TO DOCTO-W.
           IF TIPO-CR156 = 1
              MOVE DOCTO-W TO CHAVE-CR20
              READ CRD020 INVALID KEY
                   MOVE "NAO ENCONTRADO"  TO LINDET-REL (31: 14)
              NOT INVALID KEY
                   PERFORM SITUACAO-RECEBER
              END-READ
           ELSE
              MOVE FORNEC-DOC-W TO FORNEC-CP20
              MOVE SEQ-CP-DOC-W TO SEQ-CP20
              READ CPD020 INVALID KEY
                   MOVE "NAO ENCONTRADO"  TO LINDET-REL (31: 14)
              NOT INVALID KEY
                   PERFORM SITUACAO-PAGAR
              END-READ.
           IF DATA-INVERTE-W NOT = ZEROS
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W TO DATA-E
              MOVE DATA-E         TO LINDET-REL (55: 10).
           IF EXPLICA-DOC-W > ZEROS
              ADD EXPLICA-DOC-W   TO EXPLICADO-W
              MOVE EXPLICA-DOC-W  TO VALOR-E
              MOVE VALOR-E        TO LINDET-REL (70: 13).
           PERFORM IMPRIME-LINDET.

       SITUACAO-RECEBER SECTION.
           EVALUATE SITUACAO-CR20
               WHEN 2
                    MOVE "RECEBIDO EM"      TO LINDET-REL (31: 11)
                    MOVE DATA-RCTO-CR20     TO DATA-INVERTE-W
                    MOVE VALOR-CR156        TO EXPLICA-DOC-W
               WHEN 1
                    MOVE "RECEBIDO PARCIAL" TO LINDET-REL (31: 16)
                    IF VALOR-CR156 > VALOR-SALDO-CR20
                       COMPUTE EXPLICA-DOC-W = VALOR-CR156
                             - VALOR-SALDO-CR20
                    END-IF
               WHEN 4
                    MOVE "CANCELADO"        TO LINDET-REL (31: 9)
                    MOVE VALOR-CR156        TO EXPLICA-DOC-W
               WHEN 7
                    MOVE "RENEGOCIADO"      TO LINDET-REL (31: 11)
                    MOVE VALOR-CR156        TO EXPLICA-DOC-W
               WHEN 8
                    MOVE "BAIXADO P/ PERDA" TO LINDET-REL (31: 16)
               WHEN 5
                    MOVE "DESCONTADO"       TO LINDET-REL (31: 10)
               WHEN OTHER
                    MOVE "EM ABERTO"        TO LINDET-REL (31: 9)
           END-EVALUATE.

       SITUACAO-PAGAR SECTION.
           EVALUATE SITUACAO-CP20
               WHEN 2
                    MOVE "PAGO EM"          TO LINDET-REL (31: 7)
                    MOVE DATA-PGTO-CP20     TO DATA-INVERTE-W
                    MOVE VALOR-CR156        TO EXPLICA-DOC-W
               WHEN 4
                    MOVE "CANCELADO"        TO LINDET-REL (31: 9)
                    MOVE VALOR-CR156        TO EXPLICA-DOC-W
               WHEN 1
                    MOVE "SUSPENSO"         TO LINDET-REL (31: 8)
               WHEN OTHER
                    MOVE "EM ABERTO"        TO LINDET-REL (31: 9)
           END-EVALUATE.

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
           CLOSE CRD020 CPD020 CRD155 CRD156 CGD001 CGD010 CGD011
                 CGD030.

       END PROGRAM CRP155.
