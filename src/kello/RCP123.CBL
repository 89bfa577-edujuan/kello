       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCP123.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CALCULO DA COMISSAO DA VENDA DE ALBUM PELAS REGRAS DO
      *        RCP122.
      *        OPCAO 1 - CALCULO DO MES: SOBRE AS PARCELAS RCD101
      *          BAIXADAS NO MES (CHAVE ALT-REC1):
      *          - DIVIDE A PARCELA ENTRE OS VENDEDORES DA VENDA
      *            (RCD123, SEM DIVISAO 100% DO VENDEDOR-REC);
      *          - REPARTE A PARTE DE CADA UM ENTRE OS PRODUTOS DA
      *            VENDA (ALBUM, POSTER, DVD, FOTOS EXTRAS) NA
      *            PROPORCAO QTDE X VALOR DE REFERENCIA DA REGRA;
      *          - APLICA O % DA REGRA VIGENTE NA DATA DA BAIXA, NA
      *            FAIXA DO VOLUME RECEBIDO PELO VENDEDOR NO MES;
      *            PRODUTO SEM REGRA FICA COM O COMIS-PARC-REC1 DA
      *            PARCELA, COMO ERA ANTES;
      *          - GUARDA CADA CONTA NO RCD124 E LANCA UM CREDITO
      *            POR VENDEDOR NO CCD100 (TIPO 02, DOCTO "CM"+
      *            AAAAMM). O CENTAVO DO ARREDONDAMENTO FICA COM O
      *            ULTIMO VENDEDOR/PRODUTO DA PARCELA.
      *          REFAZER UM MES JA CALCULADO SO COM OS LANCAMENTOS
      *          AINDA EM ABERTO NO CCD100; RESPEITA O FECHAMENTO
      *          MENSAL DO CONTA CORRENTE (CAP022);
      *        OPCAO 2 - EXTRATO DO VENDEDOR NO MES (0 = TODOS),
      *          LINHA A LINHA COMO A COMISSAO FOI CALCULADA.
      *        PARCELA DO BAILE (ORIGEM-REC1 1, COP136), DA GALERIA
      *        ONLINE AVULSA (ORIGEM-REC1 2, MTP063) E DA REPOSICAO
      *        (ORIGEM-REC1 3, MTP064) NAO E VENDA DE ALBUM E FICA
      *        FORA DA COMISSAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RCPX100.
           COPY RCPX101.
           COPY RCPX122.
           COPY RCPX123.
           COPY RCPX124.
           COPY CCPX100.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY RCPW100.
           COPY RCPW101.
           COPY RCPW122.
           COPY RCPW123.
           COPY RCPW124.
           COPY CCPW100.
           COPY CGPW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-RCD122             PIC XX       VALUE SPACES.
           05  ST-RCD123             PIC XX       VALUE SPACES.
           05  ST-RCD124             PIC XX       VALUE SPACES.
           05  ST-CCD100             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  BLOQUEIA-W            PIC 9        VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  VENDEDOR-W            PIC 9(6)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  PROX-SEQ-CC-W         PIC 9(5)     VALUE ZEROS.
           05  DOCTO-CM-W            PIC X(10)    VALUE SPACES.
           05  QT-PARCELA-W          PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-VENDA-W        PIC 9(5)     VALUE ZEROS.
           05  QT-LINHA-W            PIC 9(6)     VALUE ZEROS.
           05  QT-LANCTO-W           PIC 9(4)     VALUE ZEROS.
           05  TOT-COMISSAO-W        PIC 9(10)V99 VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  K                     PIC 9(3)     VALUE ZEROS.
           05  D                     PIC 9        VALUE ZEROS.
           05  P                     PIC 9        VALUE ZEROS.
           05  QT-DIV-W              PIC 9        VALUE ZEROS.
           05  ULTIMO-PROD-W         PIC 9        VALUE ZEROS.
           05  SOMA-PARTE-W          PIC 9(8)V99  VALUE ZEROS.
           05  SOMA-BASE-W           PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-PESO-W          PIC 9(12)V99 VALUE ZEROS.
           05  QT-REGRA-W            PIC 9(3)     VALUE ZEROS.
           05  REGRA-ACHADA-W        PIC 9(3)     VALUE ZEROS.
           05  PRODUTO-BUSCA-W       PIC 9        VALUE ZEROS.
           05  DATA-BUSCA-W          PIC 9(8)     VALUE ZEROS.
           05  VOLUME-BUSCA-W        PIC 9(10)V99 VALUE ZEROS.
           05  QT-VEND-W             PIC 9(3)     VALUE ZEROS.
           05  VEND-ACHADO-W         PIC 9(3)     VALUE ZEROS.
           05  VENDEDOR-BUSCA-W      PIC 9(6)     VALUE ZEROS.
           05  QUEBRA-W              PIC 9(6)     VALUE ZEROS.
           05  PRIMEIRO-W            PIC 9        VALUE ZEROS.
           05  TOT-BASE-VEND-W       PIC 9(10)V99 VALUE ZEROS.
           05  TOT-COMIS-VEND-W      PIC 9(10)V99 VALUE ZEROS.
           05  DATA-CC-ANT-W         PIC 9(8)     VALUE ZEROS.
           05  SEQ-CC-ANT-W          PIC 9(5)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-TOT-E           PIC ZZZ.ZZZ.ZZ9,99.
           05  PERC-E                PIC ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

      *    regras do RCD122 em memoria p/ o calculo do mes
       01  TABELA-REGRAS.
           05  TAB-REGRA OCCURS 300 TIMES.
               10  TR-PRODUTO        PIC 9.
               10  TR-DATA-INI       PIC 9(8).
               10  TR-VOLUME-MIN     PIC 9(8)V99.
               10  TR-DATA-FIM       PIC 9(8).
               10  TR-PERC           PIC 9(3)V99.
               10  TR-REF            PIC 9(6)V99.

      *    vendedores do mes - volume recebido (1a passada) e comissao
       01  TABELA-VENDEDORES.
           05  TAB-VEND OCCURS 300 TIMES.
               10  TV-VENDEDOR       PIC 9(6).
               10  TV-VOLUME         PIC 9(10)V99.
               10  TV-COMISSAO       PIC 9(10)V99.
               10  TV-SEQ            PIC 9(5).
               10  TV-SEQ-CC         PIC 9(5).

      *    divisao da parcela corrente entre os vendedores da venda
       01  DIVISAO-PARCELA-W.
           05  DIV-PARC OCCURS 3 TIMES.
               10  DV-VENDEDOR       PIC 9(6).
               10  DV-PERC           PIC 9(3)V99.
               10  DV-PARTE          PIC 9(8)V99.

      *    produtos da venda corrente - PD-PESO = QTDE X VALOR-REF
       01  PRODUTOS-VENDA-W.
           05  PROD-VENDA OCCURS 4 TIMES.
               10  PD-QTDE           PIC 9(5).
               10  PD-PESO           PIC 9(12)V99.
               10  PD-PERC           PIC 9(3)V99.
               10  PD-BASE           PIC 9(8)V99.

       01  TEXTO-PRODUTOS.
           05  FILLER  PIC X(6) VALUE "ALBUM ".
           05  FILLER  PIC X(6) VALUE "POSTER".
           05  FILLER  PIC X(6) VALUE "DVD   ".
           05  FILLER  PIC X(6) VALUE "EXTRAS".
       01  RED-PRODUTOS REDEFINES TEXTO-PRODUTOS.
           05  NOME-PRODUTO-W OCCURS 4  PIC X(6).

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
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-RCD122       PIC X(60)    VALUE SPACES.
           05  PATH-RCD123       PIC X(60)    VALUE SPACES.
           05  PATH-RCD124       PIC X(60)    VALUE SPACES.
           05  PATH-CCD100       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "RCP123 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  FILLER            PIC X(41)  VALUE
               "EXTRATO DE COMISSAO DA VENDA DE ALBUM - ".
           05  CAB01-MES         PIC 99.
           05  FILLER            PIC X      VALUE "/".
           05  CAB01-ANO         PIC 9999.
           05  FILLER            PIC X(40)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(50)  VALUE
               "ALBUM    PC VENCTO     BAIXA      VALOR PARCELA  %".
           05  FILLER            PIC X(50)  VALUE
               "VEND  PROD.  %PROD          BASE  FAIXA DO VOLUME ".
           05  FILLER            PIC X(30)  VALUE
               "%COM        COMISSAO          ".
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM CALCULA-MES
                  WHEN 2 PERFORM EXTRATO-MES
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-CALCULO DO MES  2-EXTRATO DO VENDEDOR: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 2
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
              MOVE "RCD122"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD122
              MOVE "RCD123"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD123
              MOVE "RCD124"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD124
              MOVE "CCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CCD100
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              OPEN I-O RCD124 CCD100
              IF ST-RCD124 = "35"
                 CLOSE RCD124      OPEN OUTPUT RCD124
                 CLOSE RCD124      OPEN I-O RCD124
              END-IF
              OPEN INPUT RCD100 RCD101 RCD122 RCD123 CGD001
              IF ST-RCD123 = "35"
                 CLOSE RCD123      OPEN OUTPUT RCD123
                 CLOSE RCD123      OPEN INPUT RCD123
              END-IF
              IF ST-RCD100 > "09"
                 DISPLAY "ERRO ABERTURA RCD100: " ST-RCD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD101 > "09"
                 DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD122 > "09"
                 DISPLAY "ERRO ABERTURA RCD122 (CADASTRE NO RCP122): "
                         ST-RCD122
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD123 > "09"
                 DISPLAY "ERRO ABERTURA RCD123: " ST-RCD123
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD124 > "09"
                 DISPLAY "ERRO ABERTURA RCD124: " ST-RCD124
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CCD100 > "09"
                 DISPLAY "ERRO ABERTURA CCD100: " ST-CCD100
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
      *    OPCAO 1 - CALCULO DA COMISSAO DO MES
      *----------------------------------------------------------------
       CALCULA-MES SECTION.
           DISPLAY "MES/ANO (AAAAMM): " WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           COMPUTE DATA-INI-W = ANOMES-W * 100 + 1.
           COMPUTE DATA-FIM-W = ANOMES-W * 100 + 31.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CC"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTA CORRENTE - "
                      "LIBERE NO CAP021"
              GO TO CALCULA-MES-FIM.
           PERFORM VERIFICA-CALCULADO.
           IF BLOQUEIA-W = 1
              GO TO CALCULA-MES-FIM.
           PERFORM CARREGA-REGRAS.
           IF BLOQUEIA-W = 1
              GO TO CALCULA-MES-FIM.
           MOVE ZEROS TO QT-VEND-W QT-PARCELA-W QT-SEM-VENDA-W
                         QT-LINHA-W QT-LANCTO-W TOT-COMISSAO-W.
           MOVE 1 TO D.
           PERFORM PERCORRE-PARCELAS.
           IF BLOQUEIA-W = 1
              GO TO CALCULA-MES-FIM.
           MOVE 2 TO D.
           PERFORM PERCORRE-PARCELAS.
           PERFORM GERA-LANCAMENTOS.
           PERFORM ATUALIZA-MEMORIA.
           DISPLAY "PARCELAS BAIXADAS NO MES.: " QT-PARCELA-W.
           DISPLAY "SEM VENDA NO RCD100......: " QT-SEM-VENDA-W.
           DISPLAY "LINHAS DE CALCULO (RCD124): " QT-LINHA-W.
           DISPLAY "LANCAMENTOS NO CCD100....: " QT-LANCTO-W.
           MOVE TOT-COMISSAO-W TO VALOR-TOT-E.
           DISPLAY "TOTAL DE COMISSAO........: " VALOR-TOT-E.
           MOVE ZEROS TO VENDEDOR-W.
           PERFORM IMPRIME-EXTRATO.
       CALCULA-MES-FIM.
           CONTINUE.

      *    mes ja calculado: so refaz se nenhum lancamento do CCD100
      *    foi pago, estornado ou caiu em mes ja fechado
       VERIFICA-CALCULADO SECTION.
           MOVE ZEROS TO BLOQUEIA-W ACHOU-W.
           INITIALIZE REG-RCD124.
           MOVE ANOMES-W TO ANOMES-RC124.
           START RCD124 KEY IS NOT LESS CHAVE-RC124 INVALID KEY
                 GO TO VERIFICA-CALCULADO-FIM
           END-START.
           READ RCD124 NEXT RECORD AT END
                GO TO VERIFICA-CALCULADO-FIM
           END-READ.
           IF ANOMES-RC124 NOT = ANOMES-W
              GO TO VERIFICA-CALCULADO-FIM.
           DISPLAY "MES JA CALCULADO - REFAZER (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              MOVE 1 TO BLOQUEIA-W
              GO TO VERIFICA-CALCULADO-FIM.
           MOVE ZEROS TO DATA-CC-ANT-W SEQ-CC-ANT-W.
           PERFORM UNTIL ST-RCD124 = "10"
              IF ANOMES-RC124 NOT = ANOMES-W
                 MOVE "10" TO ST-RCD124
              ELSE
                 IF DATA-CC-RC124 NOT = DATA-CC-ANT-W
                    OR SEQ-CC-RC124 NOT = SEQ-CC-ANT-W
                    PERFORM CONFERE-LANCAMENTO
                 END-IF
                 READ RCD124 NEXT RECORD AT END
                      MOVE "10" TO ST-RCD124
                 END-READ
              END-IF
           END-PERFORM.
           MOVE SPACES TO ST-RCD124.
           IF BLOQUEIA-W = 1
              DISPLAY "COMISSAO DO MES JA PAGA/FECHADA - NAO REFAZ"
              GO TO VERIFICA-CALCULADO-FIM.
           PERFORM DESFAZ-CALCULO.
       VERIFICA-CALCULADO-FIM.
           CONTINUE.

       CONFERE-LANCAMENTO SECTION.
           MOVE DATA-CC-RC124 TO DATA-CC-ANT-W DATA-MOVTO-CC100.
           MOVE SEQ-CC-RC124  TO SEQ-CC-ANT-W SEQ-CC100.
           IF DATA-CC-RC124 = ZEROS
              GO TO CONFERE-LANCAMENTO-FIM.
           READ CCD100 INVALID KEY
                GO TO CONFERE-LANCAMENTO-FIM
           END-READ.
           IF SITUACAO-CC100 NOT = 0
              MOVE 1 TO BLOQUEIA-W.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CC"           TO CAP022-MODULO.
           MOVE DATA-CC-RC124  TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              MOVE 1 TO BLOQUEIA-W.
       CONFERE-LANCAMENTO-FIM.
           CONTINUE.

       DESFAZ-CALCULO SECTION.
           INITIALIZE REG-RCD124.
           MOVE ANOMES-W TO ANOMES-RC124.
           START RCD124 KEY IS NOT LESS CHAVE-RC124 INVALID KEY
                 MOVE "10" TO ST-RCD124
           END-START.
           PERFORM UNTIL ST-RCD124 = "10"
              READ RCD124 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD124
              NOT AT END
                   IF ANOMES-RC124 NOT = ANOMES-W
                      MOVE "10" TO ST-RCD124
                   ELSE
                      IF DATA-CC-RC124 NOT = ZEROS
                         MOVE DATA-CC-RC124 TO DATA-MOVTO-CC100
                         MOVE SEQ-CC-RC124  TO SEQ-CC100
                         DELETE CCD100 INVALID KEY
                                CONTINUE
                         END-DELETE
                      END-IF
                      DELETE RCD124 INVALID KEY
                             DISPLAY "ERRO EXCLUINDO RCD124: "
                                     ST-RCD124
                      END-DELETE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD124.

       CARREGA-REGRAS SECTION.
           MOVE ZEROS TO QT-REGRA-W.
           INITIALIZE REG-RCD122.
           START RCD122 KEY IS NOT LESS CHAVE-RC122 INVALID KEY
                 MOVE "10" TO ST-RCD122
           END-START.
           PERFORM UNTIL ST-RCD122 = "10"
              READ RCD122 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD122
              NOT AT END
                   IF QT-REGRA-W NOT < 300
                      DISPLAY "MAIS DE 300 REGRAS NO RCD122"
                      MOVE 1 TO BLOQUEIA-W
                      MOVE "10" TO ST-RCD122
                   ELSE
                      ADD 1 TO QT-REGRA-W
                      MOVE PRODUTO-RC122    TO TR-PRODUTO (QT-REGRA-W)
                      MOVE DATA-INI-RC122   TO TR-DATA-INI (QT-REGRA-W)
                      MOVE VOLUME-MIN-RC122
                                          TO TR-VOLUME-MIN (QT-REGRA-W)
                      MOVE DATA-FIM-RC122   TO TR-DATA-FIM (QT-REGRA-W)
                      MOVE PERC-COMIS-RC122 TO TR-PERC (QT-REGRA-W)
                      MOVE VALOR-REF-RC122  TO TR-REF (QT-REGRA-W)
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD122.

      *    D = 1 apura o volume do mes por vendedor; D = 2 calcula
       PERCORRE-PARCELAS SECTION.
           INITIALIZE REG-RCD101.
           MOVE DATA-INI-W TO DTA-BAIXA-REC1.
           START RCD101 KEY IS NOT LESS ALT-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 = "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   IF DTA-BAIXA-REC1 > DATA-FIM-W
                      MOVE "10" TO ST-RCD101
                   ELSE
                      PERFORM MONTA-DIVISAO
                      IF ACHOU-W = 1
                         IF D = 1
                            PERFORM SOMA-VOLUME
                         ELSE
                            PERFORM CALCULA-PARCELA
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD101.

      *    venda devolvida (RCP119) nao tem mais RCD100: a comissao
      *    ja foi estornada la
       MONTA-DIVISAO SECTION.
           MOVE ZEROS TO ACHOU-W QT-DIV-W SOMA-PARTE-W.
           INITIALIZE DIVISAO-PARCELA-W.
           IF ORIGEM-AVULSA-REC1
              GO TO MONTA-DIVISAO-FIM.
           MOVE ALBUM-REC1 TO ALBUM-REC.
           READ RCD100 INVALID KEY
                IF D = 1
                   ADD 1 TO QT-SEM-VENDA-W
                END-IF
                GO TO MONTA-DIVISAO-FIM
           END-READ.
           MOVE 1 TO ACHOU-W.
           IF D = 1
              ADD 1 TO QT-PARCELA-W.
           MOVE ALBUM-REC1 TO ALBUM-RC123.
           READ RCD123 INVALID KEY
                MOVE 1            TO QT-DIV-W
                MOVE VENDEDOR-REC TO DV-VENDEDOR (1)
                MOVE 100          TO DV-PERC (1)
           NOT INVALID KEY
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   IF VENDEDOR-RC123 (I) NOT = ZEROS
                      ADD 1 TO QT-DIV-W
                      MOVE VENDEDOR-RC123 (I) TO DV-VENDEDOR (QT-DIV-W)
                      MOVE PERC-RC123 (I)     TO DV-PERC (QT-DIV-W)
                   END-IF
                END-PERFORM
           END-READ.
           IF QT-DIV-W = 0
              MOVE 1            TO QT-DIV-W
              MOVE VENDEDOR-REC TO DV-VENDEDOR (1)
              MOVE 100          TO DV-PERC (1).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-DIV-W
              IF I = QT-DIV-W
                 COMPUTE DV-PARTE (I) = VALOR-REC1 - SOMA-PARTE-W
              ELSE
                 COMPUTE DV-PARTE (I) ROUNDED =
                         VALOR-REC1 * DV-PERC (I) / 100
                 ADD DV-PARTE (I) TO SOMA-PARTE-W
              END-IF
           END-PERFORM.
       MONTA-DIVISAO-FIM.
           CONTINUE.

       SOMA-VOLUME SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-DIV-W
              MOVE DV-VENDEDOR (I) TO VENDEDOR-BUSCA-W
              PERFORM ACHA-VENDEDOR
              IF VEND-ACHADO-W = 0
                 MOVE 1 TO BLOQUEIA-W
                 MOVE QT-DIV-W TO I
              ELSE
                 ADD DV-PARTE (I) TO TV-VOLUME (VEND-ACHADO-W)
              END-IF
           END-PERFORM.

       ACHA-VENDEDOR SECTION.
           MOVE ZEROS TO VEND-ACHADO-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-VEND-W
              IF TV-VENDEDOR (J) = VENDEDOR-BUSCA-W
                 MOVE J TO VEND-ACHADO-W
                 MOVE QT-VEND-W TO J
              END-IF
           END-PERFORM.
           IF VEND-ACHADO-W = 0
              IF QT-VEND-W NOT < 300
                 DISPLAY "MAIS DE 300 VENDEDORES NO MES"
              ELSE
                 ADD 1 TO QT-VEND-W
                 MOVE QT-VEND-W TO VEND-ACHADO-W
                 MOVE VENDEDOR-BUSCA-W TO TV-VENDEDOR (VEND-ACHADO-W)
                 MOVE ZEROS TO TV-VOLUME (VEND-ACHADO-W)
                               TV-COMISSAO (VEND-ACHADO-W)
                               TV-SEQ (VEND-ACHADO-W)
                               TV-SEQ-CC (VEND-ACHADO-W)
              END-IF
           END-IF.

       CALCULA-PARCELA SECTION.
           PERFORM MONTA-PRODUTOS.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > QT-DIV-W
              MOVE DV-VENDEDOR (D) TO VENDEDOR-BUSCA-W
              PERFORM ACHA-VENDEDOR
              MOVE ZEROS TO SOMA-BASE-W
              PERFORM VARYING P FROM 1 BY 1 UNTIL P > ULTIMO-PROD-W
                 IF PD-PESO (P) > ZEROS
                    PERFORM CALCULA-PRODUTO
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE 2 TO D.

      *    reparte a venda pelos produtos na proporcao QTDE X VALOR-REF
      *    da regra inicial (volume 0); sem valor de referencia vai
      *    tudo p/ o album
       MONTA-PRODUTOS SECTION.
           INITIALIZE PRODUTOS-VENDA-W.
           MOVE 1 TO PD-QTDE (1).
           MOVE QPOSTER-REC TO PD-QTDE (2).
           MOVE QDVD-REC    TO PD-QTDE (3).
           COMPUTE PD-QTDE (4) = QFOTOS-EXTRA1-REC + QFOTOS-EXTRA2-REC
                               + QAVULSAS-REC.
           MOVE ZEROS TO TOTAL-PESO-W ULTIMO-PROD-W.
           MOVE DTA-BAIXA-REC1 TO DATA-BUSCA-W.
           MOVE ZEROS          TO VOLUME-BUSCA-W.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 4
              MOVE P TO PRODUTO-BUSCA-W
              PERFORM ACHA-REGRA
              IF REGRA-ACHADA-W > 0
                 COMPUTE PD-PESO (P) = PD-QTDE (P)
                                     * TR-REF (REGRA-ACHADA-W)
                 ADD PD-PESO (P) TO TOTAL-PESO-W
              END-IF
           END-PERFORM.
           IF TOTAL-PESO-W = ZEROS
              MOVE 1 TO PD-PESO (1) TOTAL-PESO-W.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 4
              IF PD-PESO (P) > ZEROS
                 MOVE P TO ULTIMO-PROD-W
                 COMPUTE PD-PERC (P) ROUNDED =
                         PD-PESO (P) * 100 / TOTAL-PESO-W
              END-IF
           END-PERFORM.

      *    a regra do produto vigente na data com a maior faixa que o
      *    volume alcancou; no empate de faixa, a vigencia mais nova
       ACHA-REGRA SECTION.
           MOVE ZEROS TO REGRA-ACHADA-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-REGRA-W
              IF TR-PRODUTO (K) = PRODUTO-BUSCA-W
                 AND TR-DATA-INI (K) NOT > DATA-BUSCA-W
                 AND (TR-DATA-FIM (K) = ZEROS
                      OR TR-DATA-FIM (K) NOT < DATA-BUSCA-W)
                 AND TR-VOLUME-MIN (K) NOT > VOLUME-BUSCA-W
                 IF REGRA-ACHADA-W = 0
                    MOVE K TO REGRA-ACHADA-W
                 ELSE
                    IF TR-VOLUME-MIN (K) >
                       TR-VOLUME-MIN (REGRA-ACHADA-W)
                       OR (TR-VOLUME-MIN (K) =
                           TR-VOLUME-MIN (REGRA-ACHADA-W)
                       AND TR-DATA-INI (K) >
                           TR-DATA-INI (REGRA-ACHADA-W))
                       MOVE K TO REGRA-ACHADA-W
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CALCULA-PRODUTO SECTION.
           IF P = ULTIMO-PROD-W
              COMPUTE PD-BASE (P) = DV-PARTE (D) - SOMA-BASE-W
           ELSE
              COMPUTE PD-BASE (P) ROUNDED =
                      DV-PARTE (D) * PD-PESO (P) / TOTAL-PESO-W
              ADD PD-BASE (P) TO SOMA-BASE-W.
           INITIALIZE REG-RCD124.
           MOVE ANOMES-W          TO ANOMES-RC124.
           MOVE DV-VENDEDOR (D)   TO VENDEDOR-RC124.
           ADD 1 TO TV-SEQ (VEND-ACHADO-W).
           MOVE TV-SEQ (VEND-ACHADO-W) TO SEQ-RC124.
           MOVE ALBUM-REC1        TO ALBUM-RC124.
           MOVE PARCELA-REC1      TO PARCELA-RC124.
           MOVE VENCTO-REC1       TO VENCTO-RC124.
           MOVE DTA-BAIXA-REC1    TO DTA-BAIXA-RC124.
           MOVE VALOR-REC1        TO VALOR-PARCELA-RC124.
           MOVE DV-PERC (D)       TO PERC-DIVISAO-RC124.
           MOVE P                 TO PRODUTO-RC124.
           MOVE PD-PERC (P)       TO PERC-PRODUTO-RC124.
           MOVE PD-BASE (P)       TO BASE-RC124.
           MOVE TV-VOLUME (VEND-ACHADO-W) TO VOLUME-MES-RC124.
           MOVE P                 TO PRODUTO-BUSCA-W.
           MOVE DTA-BAIXA-REC1    TO DATA-BUSCA-W.
           MOVE TV-VOLUME (VEND-ACHADO-W) TO VOLUME-BUSCA-W.
           PERFORM ACHA-REGRA.
           IF REGRA-ACHADA-W > 0
              MOVE 1 TO ORIGEM-PERC-RC124
              MOVE TR-VOLUME-MIN (REGRA-ACHADA-W) TO VOLUME-MIN-RC124
              MOVE TR-PERC (REGRA-ACHADA-W)       TO PERC-COMIS-RC124
           ELSE
              MOVE 2 TO ORIGEM-PERC-RC124
              COMPUTE PERC-COMIS-RC124 = COMIS-PARC-REC1 * 100.
           COMPUTE VALOR-COMIS-RC124 ROUNDED =
                   PD-BASE (P) * PERC-COMIS-RC124 / 100.
           WRITE REG-RCD124 INVALID KEY
                 DISPLAY "ERRO GRAVANDO RCD124: " ST-RCD124
                 GO TO CALCULA-PRODUTO-FIM
           END-WRITE.
           ADD 1 TO QT-LINHA-W.
           ADD VALOR-COMIS-RC124 TO TV-COMISSAO (VEND-ACHADO-W)
                                    TOT-COMISSAO-W.
       CALCULA-PRODUTO-FIM.
           CONTINUE.

       GERA-LANCAMENTOS SECTION.
           MOVE "CM"           TO DOCTO-CM-W.
           MOVE ANOMES-W       TO DOCTO-CM-W (3: 6).
           PERFORM PROXIMO-SEQ-CC100.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-VEND-W
              IF TV-COMISSAO (I) > ZEROS
                 PERFORM GRAVA-LANCAMENTO
              END-IF
           END-PERFORM.

       GRAVA-LANCAMENTO SECTION.
           INITIALIZE REG-CCD100.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CC100
                                  DATA-EMISSAO-CC100
                                  DATA-VENCTO-CC100.
           MOVE TV-VENDEDOR (I) TO FORNEC-CC100.
           MOVE PROX-SEQ-CC-W  TO SEQ-CC100.
           MOVE 02             TO TIPO-LCTO-CC100 TIPO-FORN-CC100.
           MOVE DOCTO-CM-W     TO NR-DOCTO-CC100.
           MOVE "COMISSAO VENDA ALBUM   /"  TO DESCRICAO-CC100.
           MOVE ANOMES-W (5: 2) TO DESCRICAO-CC100 (22: 2).
           MOVE ANOMES-W (1: 4) TO DESCRICAO-CC100 (25: 4).
           MOVE ZEROS          TO SITUACAO-CC100.
           MOVE TV-COMISSAO (I) TO VALOR-CC100.
           MOVE 1              TO CRED-DEB-CC100.
           MOVE USUARIO-W      TO DIGITADOR-CC100.
           WRITE REG-CCD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CCD100: " ST-CCD100
                 GO TO GRAVA-LANCAMENTO-FIM
           END-WRITE.
           MOVE PROX-SEQ-CC-W TO TV-SEQ-CC (I).
           ADD 1 TO PROX-SEQ-CC-W QT-LANCTO-W.
       GRAVA-LANCAMENTO-FIM.
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

      *    amarra cada linha do calculo ao lancamento do vendedor
       ATUALIZA-MEMORIA SECTION.
           INITIALIZE REG-RCD124.
           MOVE ANOMES-W TO ANOMES-RC124.
           START RCD124 KEY IS NOT LESS CHAVE-RC124 INVALID KEY
                 MOVE "10" TO ST-RCD124
           END-START.
           PERFORM UNTIL ST-RCD124 = "10"
              READ RCD124 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD124
              NOT AT END
                   IF ANOMES-RC124 NOT = ANOMES-W
                      MOVE "10" TO ST-RCD124
                   ELSE
                      MOVE VENDEDOR-RC124 TO VENDEDOR-BUSCA-W
                      PERFORM ACHA-VENDEDOR
                      IF TV-SEQ-CC (VEND-ACHADO-W) NOT = ZEROS
                         MOVE DATA-SISTEMA-N TO DATA-CC-RC124
                         MOVE TV-SEQ-CC (VEND-ACHADO-W)
                                             TO SEQ-CC-RC124
                         REWRITE REG-RCD124 INVALID KEY
                                 DISPLAY "ERRO REGRAVANDO RCD124: "
                                         ST-RCD124
                         END-REWRITE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD124.

      *----------------------------------------------------------------
      *    OPCAO 2 - EXTRATO DO VENDEDOR
      *----------------------------------------------------------------
       EXTRATO-MES SECTION.
           DISPLAY "MES/ANO (AAAAMM): " WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           DISPLAY "VENDEDOR (0 = TODOS): " WITH NO ADVANCING.
           ACCEPT VENDEDOR-W.
           PERFORM IMPRIME-EXTRATO.

       IMPRIME-EXTRATO SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W       TO CAB01-EMPRESA.
           MOVE ANOMES-W (5: 2) TO CAB01-MES.
           MOVE ANOMES-W (1: 4) TO CAB01-ANO.
           MOVE 99 TO LIN.
           MOVE 1 TO PRIMEIRO-W.
           INITIALIZE REG-RCD124.
           MOVE ANOMES-W   TO ANOMES-RC124.
           MOVE VENDEDOR-W TO VENDEDOR-RC124.
           START RCD124 KEY IS NOT LESS CHAVE-RC124 INVALID KEY
                 MOVE "10" TO ST-RCD124
           END-START.
           PERFORM UNTIL ST-RCD124 = "10"
              READ RCD124 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD124
              NOT AT END
                   IF ANOMES-RC124 NOT = ANOMES-W
                      OR (VENDEDOR-W NOT = ZEROS
                          AND VENDEDOR-RC124 NOT = VENDEDOR-W)
                      MOVE "10" TO ST-RCD124
                   ELSE
                      IF PRIMEIRO-W = 1
                         OR VENDEDOR-RC124 NOT = QUEBRA-W
                         PERFORM QUEBRA-VENDEDOR
                      END-IF
                      PERFORM IMPRIME-LINHA-CALCULO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD124.
           IF PRIMEIRO-W = 0
              PERFORM IMPRIME-TOTAL-VENDEDOR.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       QUEBRA-VENDEDOR SECTION.
           IF PRIMEIRO-W = 0
              PERFORM IMPRIME-TOTAL-VENDEDOR.
           MOVE ZEROS TO PRIMEIRO-W TOT-BASE-VEND-W TOT-COMIS-VEND-W.
           MOVE VENDEDOR-RC124 TO QUEBRA-W CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE DATA-CC-RC124 TO DATA-CC-ANT-W.
           MOVE SEQ-CC-RC124  TO SEQ-CC-ANT-W.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "VENDEDOR"       TO LINDET-REL (1: 8).
           MOVE VENDEDOR-RC124   TO LINDET-REL (10: 6).
           MOVE NOME-CG01        TO LINDET-REL (18: 30).
           MOVE "RECEBIDO NO MES (FAIXA)" TO LINDET-REL (50: 23).
           MOVE VOLUME-MES-RC124 TO VALOR-TOT-E.
           MOVE VALOR-TOT-E      TO LINDET-REL (74: 14).
           PERFORM IMPRIME-LINDET.

       IMPRIME-LINHA-CALCULO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE ALBUM-RC124         TO LINDET-REL (1: 8).
           MOVE PARCELA-RC124       TO LINDET-REL (10: 2).
           MOVE VENCTO-RC124        TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W      TO DATA-E.
           MOVE DATA-E              TO LINDET-REL (13: 10).
           MOVE DTA-BAIXA-RC124     TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W      TO DATA-E.
           MOVE DATA-E              TO LINDET-REL (24: 10).
           MOVE VALOR-PARCELA-RC124 TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (35: 13).
           MOVE PERC-DIVISAO-RC124  TO PERC-E.
           MOVE PERC-E              TO LINDET-REL (49: 6).
           IF PRODUTO-RC124 > 0 AND PRODUTO-RC124 < 5
              MOVE NOME-PRODUTO-W (PRODUTO-RC124)
                                    TO LINDET-REL (57: 6).
           MOVE PERC-PRODUTO-RC124  TO PERC-E.
           MOVE PERC-E              TO LINDET-REL (63: 6).
           MOVE BASE-RC124          TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (70: 13).
           IF ORIGEM-PERC-RC124 = 1
              MOVE VOLUME-MIN-RC124 TO VALOR-E
              MOVE VALOR-E          TO LINDET-REL (85: 13)
           ELSE
              MOVE "SEM REGRA-PARC" TO LINDET-REL (84: 14).
           MOVE PERC-COMIS-RC124    TO PERC-E.
           MOVE PERC-E              TO LINDET-REL (100: 6).
           MOVE VALOR-COMIS-RC124   TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (108: 13).
           PERFORM IMPRIME-LINDET.
           ADD BASE-RC124        TO TOT-BASE-VEND-W.
           ADD VALOR-COMIS-RC124 TO TOT-COMIS-VEND-W.

       IMPRIME-TOTAL-VENDEDOR SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE "TOTAL DO VENDEDOR"  TO LINDET-REL (1: 17).
           IF DATA-CC-ANT-W NOT = ZEROS
              MOVE "CCD100"          TO LINDET-REL (20: 6)
              MOVE DATA-CC-ANT-W     TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W    TO DATA-E
              MOVE DATA-E            TO LINDET-REL (27: 10)
              MOVE "SEQ"             TO LINDET-REL (38: 3)
              MOVE SEQ-CC-ANT-W      TO LINDET-REL (42: 5).
           MOVE TOT-BASE-VEND-W      TO VALOR-TOT-E.
           MOVE VALOR-TOT-E          TO LINDET-REL (69: 14).
           MOVE TOT-COMIS-VEND-W     TO VALOR-TOT-E.
           MOVE VALOR-TOT-E          TO LINDET-REL (107: 14).
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
           CLOSE RCD100 RCD101 RCD122 RCD123 RCD124 CCD100 CGD001.

       END PROGRAM RCP123.
