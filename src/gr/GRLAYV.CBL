       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRLAYV.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Tabela unica das versoes de layout que os   *
                      *   programas esperam e dos passos de conversao *
                      *   que levam cada arquivo de uma versao a      *
                      *   seguinte, na ordem em que foram feitos.     *
                      *   Usada pelo CAP000 na entrada (bloqueia a    *
                      *   empresa com conversao pendente) e pelo      *
                      *   GRLAY1, que aplica os passos pendentes.     *
                      *   Toda mudanca de layout nova entra aqui como *
                      *   mais um passo, com a versao seguinte do     *
                      *   arquivo.                                    *
                      *                                               *
                      *   A versao de cada arquivo na empresa fica no *
                      *   GRD032 da pasta da empresa. Arquivo sem     *
                      *   registro que ainda nao existe nasce no      *
                      *   layout atual e e registrado assim (modo 1); *
                      *   arquivo sem registro que ja existe conta    *
                      *   como versao 0. Na implantacao (GRLAY1       *
                      *   opcao 2) o arquivo sem registro e gravado   *
                      *   na maior versao de passo tipo 2 dele, ou 0  *
                      *   se so tem passo tipo 1: as rotinas padrao   *
                      *   ficam pendentes e a opcao 1 as aplica.      *
                      *                                               *
                      *   Formato: CALL "GRLAYV" USING PARAMETROS-    *
                      *            GRLAYV                             *
                      *                                               *
                      *   01  PARAMETROS-GRLAYV                       *
                      *       05 GRLAYV-EMPRESA    PIC X(003)         *
                      *       05 GRLAYV-USUARIO    PIC X(005)         *
                      *       05 GRLAYV-MODO       PIC 9(001)         *
                      *          1-VERIFICA A EMPRESA (DEVOLVE O      *
                      *            PRIMEIRO PASSO PENDENTE)           *
                      *          2-DEVOLVE O PASSO GRLAYV-PASSO       *
                      *          3-DEVOLVE A VERSAO ESPERADA DO       *
                      *            GRLAYV-ARQUIVO                     *
                      *       05 GRLAYV-PASSO      PIC 9(003)         *
                      *       05 GRLAYV-ARQUIVO    PIC X(008)         *
                      *       05 GRLAYV-VERSAO     PIC 9(003)         *
                      *       05 GRLAYV-VERSAO-EMP PIC 9(003)         *
                      *       05 GRLAYV-PROGRAMA   PIC X(008)         *
                      *       05 GRLAYV-TIPO       PIC 9(001)         *
                      *          1-ROTINA CHAMADA PELO GRLAY1 USING   *
                      *            PARAMETROS-GRCONV                  *
                      *          2-PROGRAMA ANTIGO DE TELA, RODADO    *
                      *            PELO GRLAY1 E CONFIRMADO PELO      *
                      *            OPERADOR                           *
                      *       05 GRLAYV-DESCRICAO  PIC X(040)         *
                      *       05 GRLAYV-QT-PEND    PIC 9(003)         *
                      *       05 GRLAYV-RETORNO    PIC 9(001)         *
                      *          0-OK  1-CONVERSAO PENDENTE           *
                      *          3-ERRO NO GRD032  9-PASSO/ARQUIVO    *
                      *          FORA DA TABELA                       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX032.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW032.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-GRD032             PIC XX       VALUE SPACES.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  VERSAO-EMP-W          PIC 9(3)     VALUE ZEROS.
           05  VERSAO-ESP-W          PIC 9(3)     VALUE ZEROS.
           05  ARQ-BUSCA-W           PIC X(8)     VALUE SPACES.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  RESULT-ARQ-W          PIC S9(4) COMP VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.

       01  PATH-GRD032               PIC X(60)    VALUE SPACES.
       01  PATH-MEDIR-W              PIC X(60)    VALUE SPACES.
       01  DETALHE-ARQ-W.
           05  TAMANHO-ARQ-W         PIC X(8) COMP-X.
           05  DIA-ARQ-W             PIC X    COMP-X.
           05  MES-ARQ-W             PIC X    COMP-X.
           05  ANO-ARQ-W             PIC X(2) COMP-X.
           05  HORA-ARQ-W            PIC X    COMP-X.
           05  MINUTO-ARQ-W          PIC X    COMP-X.
           05  SEGUNDO-ARQ-W         PIC X    COMP-X.
           05  CENTESIMO-ARQ-W       PIC X    COMP-X.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA        PIC X(3).
           05  GRPATH-ARQUIVO        PIC X(8).
           05  GRPATH-CAMINHO        PIC X(60).

      *    Passos de conversao, na ordem em que foram feitos:
      *    arquivo, versao a que o passo leva, programa, tipo e
      *    descricao. A versao esperada de cada arquivo e a maior
      *    que ele tem aqui.
       77  QT-PASSOS-W               PIC 9(3)     VALUE 17.
       01  TAB-PASSOS.
           05  FILLER PIC X(8)  VALUE "CHD013".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "ALTCH13A".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(40) VALUE
               "INCLUI DATA-ENTRADA, DATAS AAAAMMDD".
           05  FILLER PIC X(8)  VALUE "LBD028".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "ALTLB028".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(40) VALUE
               "OPERACAO COM 3 DIGITOS".
           05  FILLER PIC X(8)  VALUE "LBD105".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "ALTLB105".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(40) VALUE
               "OPERACAO COM 3 DIGITOS".
           05  FILLER PIC X(8)  VALUE "MTD020".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GALHO49".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(40) VALUE
               "NOVO LAYOUT, RECARGA A PARTIR DO MTD999".
           05  FILLER PIC X(8)  VALUE "CRD020".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GALHO50".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(40) VALUE
               "NOVO LAYOUT, RECARGA A PARTIR DO CRD999".
           05  FILLER PIC X(8)  VALUE "CHD040".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GALHO54".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(40) VALUE
               "NOVO LAYOUT CHD040/041 (GERA CHD940/941)".
           05  FILLER PIC X(8)  VALUE "CHD041".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GALHO59".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(40) VALUE
               "RECARGA DO CHD041 A PARTIR DO CHD941".
           05  FILLER PIC X(8)  VALUE "CHD010".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GALHO99B".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(40) VALUE
               "AUMENTO DO REGISTRO".
           05  FILLER PIC X(8)  VALUE "CHD010".
           05  FILLER PIC 9(3)  VALUE 2.
           05  FILLER PIC X(8)  VALUE "GRCV001".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(40) VALUE
               "ZERA REPASSE/ACERTO TIRADOS DO FILLER".
           05  FILLER PIC X(8)  VALUE "VID100".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GRCV002".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(40) VALUE
               "ZERA DATA/METODO DE EXPURGO DO FILLER".
           05  FILLER PIC X(8)  VALUE "VID102".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GRCV003".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(40) VALUE
               "ZERA DATA/METODO DE EXPURGO DO FILLER".
           05  FILLER PIC X(8)  VALUE "COD121".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GRCV004".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(40) VALUE
               "ZERA DATA DE ASSINATURA TIRADA DO FILLER".
           05  FILLER PIC X(8)  VALUE "CTD103".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GRCV005".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(40) VALUE
               "ZERA GRUPO DA DRE TIRADO DO FILLER".
           05  FILLER PIC X(8)  VALUE "LBD107".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GRCV006".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(40) VALUE
               "ZERA PEDIDO DE REPOSICAO DO FILLER".
           05  FILLER PIC X(8)  VALUE "NFD100".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GRCV007".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(40) VALUE
               "ZERA ISS RETIDO TIRADO DO FILLER".
           05  FILLER PIC X(8)  VALUE "PRD107".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GRCV008".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(40) VALUE
               "ZERA COMBUSTIVEL NO CARTAO DO FILLER".
           05  FILLER PIC X(8)  VALUE "CAD027".
           05  FILLER PIC 9(3)  VALUE 1.
           05  FILLER PIC X(8)  VALUE "GRCV009".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(40) VALUE
               "ZERA GESTOR TIRADO DO FILLER".
       01  RED-PASSOS REDEFINES TAB-PASSOS.
           05  PASSO-W OCCURS 17.
               10  ARQUIVO-PS        PIC X(8).
               10  VERSAO-PS         PIC 9(3).
               10  PROGRAMA-PS       PIC X(8).
               10  TIPO-PS           PIC 9.
               10  DESCRICAO-PS      PIC X(40).

       LINKAGE SECTION.

       01  PARAMETROS-GRLAYV.
           05  GRLAYV-EMPRESA       PIC X(3).
           05  GRLAYV-USUARIO       PIC X(5).
           05  GRLAYV-MODO          PIC 9(1).
           05  GRLAYV-PASSO         PIC 9(3).
           05  GRLAYV-ARQUIVO       PIC X(8).
           05  GRLAYV-VERSAO        PIC 9(3).
           05  GRLAYV-VERSAO-EMP    PIC 9(3).
           05  GRLAYV-PROGRAMA      PIC X(8).
           05  GRLAYV-TIPO          PIC 9(1).
           05  GRLAYV-DESCRICAO     PIC X(40).
           05  GRLAYV-QT-PEND       PIC 9(3).
           05  GRLAYV-RETORNO       PIC 9(1).

       PROCEDURE DIVISION USING PARAMETROS-GRLAYV.

       MAIN-PROCESS SECTION.
           MOVE ZEROS TO GRLAYV-RETORNO.
           EVALUATE GRLAYV-MODO
               WHEN 1 PERFORM VERIFICA-EMPRESA
               WHEN 2 PERFORM DEVOLVE-PASSO
               WHEN 3 MOVE GRLAYV-ARQUIVO TO ARQ-BUSCA-W
                      PERFORM VERSAO-ESPERADA
                      MOVE VERSAO-ESP-W TO GRLAYV-VERSAO
                      IF VERSAO-ESP-W = ZEROS
                         MOVE 9 TO GRLAYV-RETORNO
                      END-IF
               WHEN OTHER MOVE 9 TO GRLAYV-RETORNO
           END-EVALUATE.
           EXIT PROGRAM.

       DEVOLVE-PASSO SECTION.
           IF GRLAYV-PASSO = ZEROS OR GRLAYV-PASSO > QT-PASSOS-W
              MOVE 9 TO GRLAYV-RETORNO
           ELSE
              MOVE GRLAYV-PASSO TO I
              PERFORM MOVE-PASSO.

       MOVE-PASSO SECTION.
           MOVE I                  TO GRLAYV-PASSO.
           MOVE ARQUIVO-PS (I)     TO GRLAYV-ARQUIVO.
           MOVE VERSAO-PS (I)      TO GRLAYV-VERSAO.
           MOVE PROGRAMA-PS (I)    TO GRLAYV-PROGRAMA.
           MOVE TIPO-PS (I)        TO GRLAYV-TIPO.
           MOVE DESCRICAO-PS (I)   TO GRLAYV-DESCRICAO.

       VERSAO-ESPERADA SECTION.
           MOVE ZEROS TO VERSAO-ESP-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-PASSOS-W
              IF ARQUIVO-PS (J) = ARQ-BUSCA-W
                 AND VERSAO-PS (J) > VERSAO-ESP-W
                 MOVE VERSAO-PS (J) TO VERSAO-ESP-W
              END-IF
           END-PERFORM.

      *    Passo pendente = versao do arquivo na empresa menor que a
      *    versao a que o passo leva. Devolve o primeiro na ordem da
      *    tabela e a quantidade total.
       VERIFICA-EMPRESA SECTION.
           MOVE ZEROS  TO GRLAYV-QT-PEND GRLAYV-PASSO.
           MOVE SPACES TO GRLAYV-ARQUIVO GRLAYV-PROGRAMA
                          GRLAYV-DESCRICAO.
           MOVE GRLAYV-EMPRESA TO GRPATH-EMPRESA.
           MOVE "GRD032"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD032.
           OPEN I-O GRD032.
           IF ST-GRD032 = "35"
              CLOSE GRD032      OPEN OUTPUT GRD032
              CLOSE GRD032      OPEN I-O GRD032.
           IF ST-GRD032 > "09"
              MOVE 3 TO GRLAYV-RETORNO
              GO TO VERIFICA-EMPRESA-FIM.
           ACCEPT DATA-W FROM DATE YYYYMMDD.
           ACCEPT HORA-W FROM TIME.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PASSOS-W
              PERFORM VERIFICA-PASSO
           END-PERFORM.
           CLOSE GRD032.
           IF GRLAYV-QT-PEND > 0
              MOVE 1 TO GRLAYV-RETORNO.
       VERIFICA-EMPRESA-FIM.
           CONTINUE.

       VERIFICA-PASSO SECTION.
           MOVE ARQUIVO-PS (I) TO ARQUIVO-GR32.
           READ GRD032 INVALID KEY
                PERFORM ARQUIVO-SEM-REGISTRO
           NOT INVALID KEY
                MOVE VERSAO-GR32 TO VERSAO-EMP-W
           END-READ.
           IF VERSAO-EMP-W < VERSAO-PS (I)
              ADD 1 TO GRLAYV-QT-PEND
              IF GRLAYV-QT-PEND = 1
                 PERFORM MOVE-PASSO
                 MOVE VERSAO-EMP-W TO GRLAYV-VERSAO-EMP.

      *    Sem registro: se o arquivo ja existe, foi criado antes do
      *    controle de versao (versao 0); se nao existe, vai nascer
      *    no layout atual e ja fica registrado assim. Arquivo
      *    unico de todas as empresas (pasta PADRAO, ex. CAD027) e
      *    procurado tambem la
       ARQUIVO-SEM-REGISTRO SECTION.
           MOVE ARQUIVO-PS (I) TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-MEDIR-W.
           CALL "CBL_CHECK_FILE_EXIST" USING PATH-MEDIR-W
                                             DETALHE-ARQ-W
                RETURNING RESULT-ARQ-W.
           IF RESULT-ARQ-W = ZEROS
              MOVE ZEROS TO VERSAO-EMP-W
              GO TO ARQUIVO-SEM-REGISTRO-FIM.
           MOVE SPACES TO PATH-MEDIR-W.
           STRING "\PROGRAMA\KELLO\PADRAO\" DELIMITED BY SIZE
                  ARQUIVO-PS (I)             DELIMITED BY SPACE
                  INTO PATH-MEDIR-W.
           CALL "CBL_CHECK_FILE_EXIST" USING PATH-MEDIR-W
                                             DETALHE-ARQ-W
                RETURNING RESULT-ARQ-W.
           IF RESULT-ARQ-W = ZEROS
              MOVE ZEROS TO VERSAO-EMP-W
              GO TO ARQUIVO-SEM-REGISTRO-FIM.
           MOVE ARQUIVO-PS (I) TO ARQ-BUSCA-W.
           PERFORM VERSAO-ESPERADA.
           MOVE VERSAO-ESP-W   TO VERSAO-EMP-W.
           INITIALIZE REG-GRD032.
           MOVE ARQUIVO-PS (I)    TO ARQUIVO-GR32.
           MOVE VERSAO-ESP-W      TO VERSAO-GR32.
           MOVE DATA-W            TO DATA-GR32.
           MOVE HORA-W (1: 6)     TO HORA-GR32.
           MOVE 3                 TO ORIGEM-GR32.
           MOVE GRLAYV-USUARIO    TO USUARIO-GR32.
           WRITE REG-GRD032 INVALID KEY
                 CONTINUE
           END-WRITE.
       ARQUIVO-SEM-REGISTRO-FIM.
           CONTINUE.

       END PROGRAM GRLAYV.
