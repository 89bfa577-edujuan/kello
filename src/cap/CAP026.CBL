       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP026.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: SEGREGACAO DE FUNCOES E RECERTIFICACAO DE ACESSOS -
      *        O PERFIL (CAP025) FACILITOU DAR DIREITO, MAS NINGUEM
      *        CONFERIA AS COMBINACOES PERIGOSAS (O MESMO USUARIO
      *        CADASTRA A CONTA DO FORNECEDOR, LANCA E LIBERA O
      *        CPD020 E IMPRIME O CHEQUE NO CPP023).
      *        DIREITOS DO USUARIO = ITENS DO PERFIL DO CAD027 MAIS
      *        OS INDIVIDUAIS DO CRD004, CPD004, GED001 E CAD004.
      *        OPCAO 1 - CONFLITOS: TABELA DE PARES DE DIREITOS QUE
      *          NAO PODEM FICAR NO MESMO USUARIO (CAD028);
      *        OPCAO 2 - RELATORIO DE CONFLITOS: USUARIOS QUE TEM OS
      *          DOIS LADOS DE ALGUM PAR, E DE ONDE VEM CADA LADO;
      *        OPCAO 3 - GERA RECERTIFICACAO DO TRIMESTRE (CAD029) E
      *          IMPRIME, UMA FOLHA POR GESTOR (GESTOR-CA027), OS
      *          DIREITOS DE CADA USUARIO DELE P/ MANTER/REVOGAR;
      *        OPCAO 4 - REGISTRA A DECISAO DO GESTOR, ITEM A ITEM;
      *        OPCAO 5 - APLICA AS REVOGACOES NOS ARQUIVOS DE DIREITO
      *          E LISTA O QUE FICOU PENDENTE - DIREITO QUE VEM DO
      *          PERFIL VOLTA NA PROXIMA APLICACAO DO CAP025 SE O
      *          PERFIL NAO FOR REVISTO, E ISSO SAI AVISADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX002.
           COPY CAPX026.
           COPY CAPX027.
           COPY CAPX028.
           COPY CAPX029.
           COPY CAPX004.
           COPY CRPX004.
           COPY CPPX004.
           COPY GERX001.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CAPW002.
           COPY CAPW026.
           COPY CAPW027.
           COPY CAPW028.
           COPY CAPW029.
           COPY CAPW004.
           COPY CRPW004.
           COPY CPPW004.
           COPY GERW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD002             PIC XX       VALUE SPACES.
           05  ST-CAD026             PIC XX       VALUE SPACES.
           05  ST-CAD027             PIC XX       VALUE SPACES.
           05  ST-CAD028             PIC XX       VALUE SPACES.
           05  ST-CAD029             PIC XX       VALUE SPACES.
           05  ST-CAD004             PIC XX       VALUE SPACES.
           05  ST-CRD004             PIC XX       VALUE SPACES.
           05  ST-CPD004             PIC XX       VALUE SPACES.
           05  ST-GED001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  USUARIO-RESP-W        PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  DECISAO-W             PIC X        VALUE SPACES.
           05  FIM-W                 PIC 9        VALUE ZEROS.
           05  PERFIS-OK-W           PIC 9        VALUE ZEROS.
           05  CONFLITO-W            PIC 9(3)     VALUE ZEROS.
           05  CONTA-W               PIC 9(5)     VALUE ZEROS.
           05  USUARIO-W             PIC 9(3)     VALUE ZEROS.
           05  GESTOR-W              PIC 9(3)     VALUE ZEROS.
           05  GESTOR-ANT-W          PIC 9(3)     VALUE ZEROS.
           05  USUARIO-ANT-W         PIC 9(3)     VALUE ZEROS.
           05  PERFIL-USU-W          PIC 9(3)     VALUE ZEROS.
           05  GESTOR-USU-W          PIC 9(3)     VALUE ZEROS.
           05  CICLO-W               PIC 9(5)     VALUE ZEROS.
           05  TRIMESTRE-W           PIC 9        VALUE ZEROS.
           05  TIPO-BUSCA-W          PIC 9        VALUE ZEROS.
           05  DIREITO-BUSCA-W       PIC X(38)    VALUE SPACES.
           05  ORIGEM-NOVA-W         PIC 9        VALUE ZEROS.
           05  POS-W                 PIC 9(3)     VALUE ZEROS.
           05  POS-A-W               PIC 9(3)     VALUE ZEROS.
           05  POS-B-W               PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  K                     PIC 9(3)     VALUE ZEROS.
           05  QT-USU-CONFLITO-W     PIC 9(4)     VALUE ZEROS.
           05  QT-CONF-USU-W         PIC 9(4)     VALUE ZEROS.
           05  QT-CONFLITOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-GERADOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-JA-EXISTIA-W       PIC 9(5)     VALUE ZEROS.
           05  QT-MANTIDOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-REVOGADOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(5)     VALUE ZEROS.
           05  QT-DECIDIDOS-W        PIC 9(5)     VALUE ZEROS.
           05  NOME-USU-W            PIC X(20)    VALUE SPACES.
           05  TIPO-E                PIC X(10)    VALUE SPACES.
           05  ORIGEM-E              PIC X(10)    VALUE SPACES.
           05  RISCO-E               PIC X(5)     VALUE SPACES.
           05  QT-E                  PIC ZZ.ZZ9.

      *    direitos do usuario: perfil + individuais, sem repetir
       01  TABELA-DIREITOS.
           05  QT-DIR-W              PIC 9(3)     VALUE ZEROS.
           05  TD-ITEM OCCURS 500 TIMES.
               10  TD-TIPO           PIC 9.
               10  TD-DIREITO        PIC X(38).
               10  TD-ORIGEM         PIC 9.
               10  TD-CONFLITO       PIC 9(3).

      *    pares de conflito do CAD028, carregados na inicializacao
       01  TABELA-CONFLITOS.
           05  QT-CONF-W             PIC 9(3)     VALUE ZEROS.
           05  TC-ITEM OCCURS 200 TIMES.
               10  TC-NR             PIC 9(3).
               10  TC-DESCRICAO      PIC X(40).
               10  TC-TIPO-A         PIC 9.
               10  TC-DIREITO-A      PIC X(38).
               10  TC-TIPO-B         PIC 9.
               10  TC-DIREITO-B      PIC X(38).
               10  TC-RISCO          PIC 9.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CAD029       PIC X(60)    VALUE SPACES.
           05  PATH-CAD004       PIC X(60)    VALUE SPACES.
           05  PATH-CRD004       PIC X(60)    VALUE SPACES.
           05  PATH-CPD004       PIC X(60)    VALUE SPACES.
           05  PATH-GED001       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CAP026 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  CAB01-TITULO      PIC X(50)  VALUE SPACES.
           05  FILLER            PIC X(10)  VALUE SPACES.
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
                  WHEN 1 PERFORM MANUTENCAO-CONFLITO
                  WHEN 2 PERFORM RELATORIO-CONFLITOS
                  WHEN 3 PERFORM GERA-RECERTIFICACAO
                  WHEN 4 PERFORM REGISTRA-DECISAO
                  WHEN 5 PERFORM APLICA-REVOGACOES
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-CONFLITOS  2-RELATORIO  3-GERA RECERTIFICACAO  "
                   "4-DECISAO  5-APLICA: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 5
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              COMPUTE TRIMESTRE-W = (MM-SIS + 2) / 3
              COMPUTE CICLO-W = AA-SIS * 10 + TRIMESTRE-W
              DISPLAY "USUARIO: " WITH NO ADVANCING
              ACCEPT USUARIO-RESP-W
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CAD029"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CAD029
              MOVE "CAD004"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CAD004
              MOVE "CRD004"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD004
              MOVE "CPD004"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD004
              MOVE "GED001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-GED001
              OPEN I-O CAD028 CAD029 CAD004 CRD004 CPD004 GED001
              IF ST-CAD028 = "35"
                 CLOSE CAD028      OPEN OUTPUT CAD028
                 CLOSE CAD028      OPEN I-O CAD028
              END-IF
              IF ST-CAD029 = "35"
                 CLOSE CAD029      OPEN OUTPUT CAD029
                 CLOSE CAD029      OPEN I-O CAD029
              END-IF
              IF ST-CAD004 = "35"
                 CLOSE CAD004      OPEN OUTPUT CAD004
                 CLOSE CAD004      OPEN I-O CAD004
              END-IF
              IF ST-CRD004 = "35"
                 CLOSE CRD004      OPEN OUTPUT CRD004
                 CLOSE CRD004      OPEN I-O CRD004
              END-IF
              IF ST-CPD004 = "35"
                 CLOSE CPD004      OPEN OUTPUT CPD004
                 CLOSE CPD004      OPEN I-O CPD004
              END-IF
              IF ST-GED001 = "35"
                 CLOSE GED001      OPEN OUTPUT GED001
                 CLOSE GED001      OPEN I-O GED001
              END-IF
              OPEN INPUT CAD002 CAD026 CAD027
              IF ST-CAD028 > "09" OR ST-CAD029 > "09"
                 DISPLAY "ERRO ABERTURA CAD028/CAD029: " ST-CAD028
                         " " ST-CAD029
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CAD004 > "09" OR ST-CRD004 > "09"
                 OR ST-CPD004 > "09" OR ST-GED001 > "09"
                 DISPLAY "ERRO ABERTURA DIREITOS: " ST-CAD004 " "
                         ST-CRD004 " " ST-CPD004 " " ST-GED001
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CAD002 > "09"
                 DISPLAY "ERRO ABERTURA CAD002: " ST-CAD002
                 MOVE 1 TO ERRO-W
              END-IF
      *       sem perfil cadastrado ainda: so direitos individuais
              IF ST-CAD026 < "10" AND ST-CAD027 < "10"
                 MOVE 1 TO PERFIS-OK-W
              ELSE
                 DISPLAY "SEM PERFIS CADASTRADOS (CAP025) - GESTOR "
                         "ZERADO P/ TODOS"
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              ELSE
                 PERFORM CARREGA-CONFLITOS
              END-IF.

       CARREGA-CONFLITOS SECTION.
           MOVE ZEROS TO QT-CONF-W NR-CONFLITO-CA028.
           START CAD028 KEY IS NOT LESS NR-CONFLITO-CA028 INVALID KEY
                 MOVE "10" TO ST-CAD028
           END-START.
           PERFORM UNTIL ST-CAD028 = "10"
              READ CAD028 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD028
              NOT AT END
                   IF QT-CONF-W < 200
                      ADD 1 TO QT-CONF-W
                      MOVE NR-CONFLITO-CA028 TO TC-NR (QT-CONF-W)
                      MOVE DESCRICAO-CA028 TO TC-DESCRICAO (QT-CONF-W)
                      MOVE TIPO-A-CA028    TO TC-TIPO-A (QT-CONF-W)
                      MOVE DIREITO-A-CA028 TO TC-DIREITO-A (QT-CONF-W)
                      MOVE TIPO-B-CA028    TO TC-TIPO-B (QT-CONF-W)
                      MOVE DIREITO-B-CA028 TO TC-DIREITO-B (QT-CONF-W)
                      MOVE RISCO-CA028     TO TC-RISCO (QT-CONF-W)
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CAD028.

      *----------------------------------------------------------------
      *    OPCAO 1 - TABELA DE CONFLITOS (CAD028)
      *----------------------------------------------------------------
       MANUTENCAO-CONFLITO SECTION.
           DISPLAY "NUMERO DO CONFLITO: " WITH NO ADVANCING.
           ACCEPT CONFLITO-W.
           IF CONFLITO-W = ZEROS
              GO TO MANUTENCAO-CONFLITO-FIM.
           MOVE CONFLITO-W TO NR-CONFLITO-CA028.
           READ CAD028 INVALID KEY
                PERFORM INCLUI-CONFLITO
                GO TO MANUTENCAO-CONFLITO-FIM
           END-READ.
           DISPLAY "CONFLITO: " DESCRICAO-CA028.
           DISPLAY "  LADO A: " TIPO-A-CA028 " " DIREITO-A-CA028.
           DISPLAY "  LADO B: " TIPO-B-CA028 " " DIREITO-B-CA028.
           DISPLAY "EXCLUI O CONFLITO (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W = "S"
              DELETE CAD028 RECORD INVALID KEY
                     DISPLAY "ERRO EXCLUINDO CAD028: " ST-CAD028
              END-DELETE.
       MANUTENCAO-CONFLITO-FIM.
           CONTINUE.

       INCLUI-CONFLITO SECTION.
           INITIALIZE REG-CAD028.
           MOVE CONFLITO-W TO NR-CONFLITO-CA028.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING.
           ACCEPT DESCRICAO-CA028.
           DISPLAY "TIPOS: 1-CONTA CR  2-CONTA CP  3-PROGRAMA GER  "
                   "4-LIBERACAO CAD004".
           DISPLAY "LADO A - TIPO: " WITH NO ADVANCING.
           ACCEPT TIPO-A-CA028.
           MOVE TIPO-A-CA028 TO TIPO-BUSCA-W.
           PERFORM ACEITA-DIREITO.
           MOVE DIREITO-BUSCA-W TO DIREITO-A-CA028.
           DISPLAY "LADO B - TIPO: " WITH NO ADVANCING.
           ACCEPT TIPO-B-CA028.
           MOVE TIPO-B-CA028 TO TIPO-BUSCA-W.
           PERFORM ACEITA-DIREITO.
           MOVE DIREITO-BUSCA-W TO DIREITO-B-CA028.
           IF TIPO-A-CA028 < 1 OR TIPO-A-CA028 > 4
              OR TIPO-B-CA028 < 1 OR TIPO-B-CA028 > 4
              OR DIREITO-A-CA028 = SPACES
              OR DIREITO-B-CA028 = SPACES
              DISPLAY "PAR INVALIDO"
              GO TO INCLUI-CONFLITO-FIM.
           IF LADO-A-CA028 = LADO-B-CA028
              DISPLAY "OS DOIS LADOS SAO O MESMO DIREITO"
              GO TO INCLUI-CONFLITO-FIM.
           DISPLAY "RISCO 1-ALTO  2-MEDIO  3-BAIXO: " WITH NO ADVANCING.
           ACCEPT RISCO-CA028.
           IF RISCO-CA028 < 1 OR RISCO-CA028 > 3
              MOVE 1 TO RISCO-CA028.
           MOVE DATA-SISTEMA-N TO DATA-CA028.
           MOVE USUARIO-RESP-W TO USUARIO-CA028.
           WRITE REG-CAD028 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CAD028: " ST-CAD028
           NOT INVALID KEY
                 DISPLAY "CONFLITO INCLUIDO"
           END-WRITE.
       INCLUI-CONFLITO-FIM.
           CONTINUE.

      *    conta reduzida (tipos 1/2) nos 5 primeiros, como no CAD026
       ACEITA-DIREITO SECTION.
           MOVE SPACES TO DIREITO-BUSCA-W.
           IF TIPO-BUSCA-W = 1 OR TIPO-BUSCA-W = 2
              DISPLAY "         CONTA REDUZIDA: " WITH NO ADVANCING
              ACCEPT CONTA-W
              MOVE CONTA-W TO DIREITO-BUSCA-W (1: 5)
           ELSE
              DISPLAY "         PROGRAMA......: " WITH NO ADVANCING
              ACCEPT DIREITO-BUSCA-W.

      *----------------------------------------------------------------
      *    OPCAO 2 - USUARIOS COM OS DOIS LADOS DE UM PAR
      *----------------------------------------------------------------
       RELATORIO-CONFLITOS SECTION.
           IF QT-CONF-W = ZEROS
              DISPLAY "TABELA DE CONFLITOS VAZIA"
              GO TO RELATORIO-CONFLITOS-FIM.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE "SEGREGACAO DE FUNCOES - CONFLITOS POR USUARIO"
                TO CAB01-TITULO.
           MOVE "USU NOME                 CONF DESCRICAO" TO
                CAB02-TEXTO (1: 40).
           MOVE "RISCO  LADO A      LADO B" TO CAB02-TEXTO (71: 25).
           MOVE ZEROS TO QT-USU-CONFLITO-W QT-CONFLITOS-W.
           MOVE ZEROS TO CODIGO-CA002.
           START CAD002 KEY IS NOT LESS CODIGO-CA002 INVALID KEY
                 MOVE "10" TO ST-CAD002
           END-START.
           PERFORM UNTIL ST-CAD002 = "10"
              READ CAD002 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD002
              NOT AT END
                   MOVE CODIGO-CA002 TO USUARIO-W
                   MOVE NOME-CA002   TO NOME-USU-W
                   PERFORM LEVANTA-DIREITOS-USUARIO
                   PERFORM CONFLITOS-USUARIO
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CAD002.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "USUARIOS COM CONFLITO: " TO LINDET-REL (1: 23).
           MOVE QT-USU-CONFLITO-W TO QT-E.
           MOVE QT-E              TO LINDET-REL (24: 6).
           MOVE "  CONFLITOS: "   TO LINDET-REL (30: 13).
           MOVE QT-CONFLITOS-W    TO QT-E.
           MOVE QT-E              TO LINDET-REL (43: 6).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
       RELATORIO-CONFLITOS-FIM.
           CONTINUE.

       CONFLITOS-USUARIO SECTION.
           MOVE ZEROS TO QT-CONF-USU-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-CONF-W
              PERFORM TESTA-PAR
              IF POS-A-W > 0 AND POS-B-W > 0
                 PERFORM IMPRIME-CONFLITO
              END-IF
           END-PERFORM.
           IF QT-CONF-USU-W > 0
              ADD 1 TO QT-USU-CONFLITO-W.

       IMPRIME-CONFLITO SECTION.
           ADD 1 TO QT-CONF-USU-W QT-CONFLITOS-W.
           PERFORM NOME-RISCO.
           MOVE USUARIO-W        TO LINDET-REL (1: 3).
           MOVE NOME-USU-W       TO LINDET-REL (5: 20).
           MOVE TC-NR (K)        TO LINDET-REL (26: 3).
           MOVE TC-DESCRICAO (K) TO LINDET-REL (31: 40).
           MOVE RISCO-E          TO LINDET-REL (71: 5).
           MOVE TD-ORIGEM (POS-A-W) TO I.
           PERFORM NOME-ORIGEM.
           MOVE ORIGEM-E         TO LINDET-REL (78: 10).
           MOVE TD-ORIGEM (POS-B-W) TO I.
           PERFORM NOME-ORIGEM.
           MOVE ORIGEM-E         TO LINDET-REL (90: 10).
           PERFORM IMPRIME-LINDET.

      *    posicao dos dois lados do par K na tabela do usuario
       TESTA-PAR SECTION.
           MOVE TC-TIPO-A (K)    TO TIPO-BUSCA-W.
           MOVE TC-DIREITO-A (K) TO DIREITO-BUSCA-W.
           PERFORM ACHA-DIREITO.
           MOVE POS-W TO POS-A-W.
           MOVE TC-TIPO-B (K)    TO TIPO-BUSCA-W.
           MOVE TC-DIREITO-B (K) TO DIREITO-BUSCA-W.
           PERFORM ACHA-DIREITO.
           MOVE POS-W TO POS-B-W.

      *----------------------------------------------------------------
      *    DIREITOS DO USUARIO: PERFIL (CAD027/CAD026) + INDIVIDUAIS
      *----------------------------------------------------------------
       LEVANTA-DIREITOS-USUARIO SECTION.
           MOVE ZEROS TO QT-DIR-W PERFIL-USU-W GESTOR-USU-W.
           IF PERFIS-OK-W = 1
              MOVE USUARIO-W TO USUARIO-CA027
              READ CAD027 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE PERFIL-CA027 TO PERFIL-USU-W
                   MOVE GESTOR-CA027 TO GESTOR-USU-W
              END-READ.
           IF PERFIL-USU-W > ZEROS
              PERFORM DIREITOS-PERFIL.
           MOVE 2 TO ORIGEM-NOVA-W.
           MOVE USUARIO-W TO COD-USUARIO-CR004.
           MOVE ZEROS     TO PROGRAMA-CR004.
           START CRD004 KEY IS NOT LESS CHAVE-CR004 INVALID KEY
                 MOVE "10" TO ST-CRD004
           END-START.
           PERFORM UNTIL ST-CRD004 = "10"
              READ CRD004 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD004
              NOT AT END
                   IF COD-USUARIO-CR004 NOT = USUARIO-W
                      MOVE "10" TO ST-CRD004
                   ELSE
                      MOVE 1 TO TIPO-BUSCA-W
                      MOVE SPACES TO DIREITO-BUSCA-W
                      MOVE PROGRAMA-CR004 TO DIREITO-BUSCA-W (1: 5)
                      PERFORM ADICIONA-DIREITO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD004.
           MOVE USUARIO-W TO COD-USUARIO-CP004.
           MOVE ZEROS     TO PROGRAMA-CP004.
           START CPD004 KEY IS NOT LESS CHAVE-CP004 INVALID KEY
                 MOVE "10" TO ST-CPD004
           END-START.
           PERFORM UNTIL ST-CPD004 = "10"
              READ CPD004 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD004
              NOT AT END
                   IF COD-USUARIO-CP004 NOT = USUARIO-W
                      MOVE "10" TO ST-CPD004
                   ELSE
                      MOVE 2 TO TIPO-BUSCA-W
                      MOVE SPACES TO DIREITO-BUSCA-W
                      MOVE PROGRAMA-CP004 TO DIREITO-BUSCA-W (1: 5)
                      PERFORM ADICIONA-DIREITO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD004.
           MOVE USUARIO-W TO USUARIO-GE01.
           MOVE SPACES    TO PROGRAMA-GE01.
           START GED001 KEY IS NOT LESS CHAVE-GE01 INVALID KEY
                 MOVE "10" TO ST-GED001
           END-START.
           PERFORM UNTIL ST-GED001 = "10"
              READ GED001 NEXT RECORD AT END
                   MOVE "10" TO ST-GED001
              NOT AT END
                   IF USUARIO-GE01 NOT = USUARIO-W
                      MOVE "10" TO ST-GED001
                   ELSE
                      MOVE 3 TO TIPO-BUSCA-W
                      MOVE PROGRAMA-GE01 TO DIREITO-BUSCA-W
                      PERFORM ADICIONA-DIREITO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-GED001.
           MOVE USUARIO-W TO COD-USUARIO-CA004.
           MOVE SPACES    TO PROGRAMA-CA004.
           START CAD004 KEY IS NOT LESS CHAVE-CA004 INVALID KEY
                 MOVE "10" TO ST-CAD004
           END-START.
           PERFORM UNTIL ST-CAD004 = "10"
              READ CAD004 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD004
              NOT AT END
                   IF COD-USUARIO-CA004 NOT = USUARIO-W
                      MOVE "10" TO ST-CAD004
                   ELSE
                      MOVE 4 TO TIPO-BUSCA-W
                      MOVE SPACES TO DIREITO-BUSCA-W
                      MOVE PROGRAMA-CA004 TO DIREITO-BUSCA-W (1: 8)
                      PERFORM ADICIONA-DIREITO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CAD004.
           PERFORM MARCA-CONFLITOS.

       DIREITOS-PERFIL SECTION.
           MOVE 1 TO ORIGEM-NOVA-W.
           MOVE PERFIL-USU-W TO PERFIL-CA026.
           MOVE ZEROS        TO TIPO-CA026.
           MOVE SPACES       TO DIREITO-CA026.
           START CAD026 KEY IS NOT LESS CHAVE-CA026 INVALID KEY
                 MOVE "10" TO ST-CAD026
           END-START.
           PERFORM UNTIL ST-CAD026 = "10"
              READ CAD026 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD026
              NOT AT END
                   IF PERFIL-CA026 NOT = PERFIL-USU-W
                      MOVE "10" TO ST-CAD026
                   ELSE
                      MOVE TIPO-CA026    TO TIPO-BUSCA-W
                      MOVE DIREITO-CA026 TO DIREITO-BUSCA-W
                      PERFORM ADICIONA-DIREITO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CAD026.

      *    direito ja na tabela com outra origem passa a AMBOS (3)
       ADICIONA-DIREITO SECTION.
           PERFORM ACHA-DIREITO.
           IF POS-W > 0
              IF TD-ORIGEM (POS-W) NOT = ORIGEM-NOVA-W
                 MOVE 3 TO TD-ORIGEM (POS-W)
              END-IF
              GO TO ADICIONA-DIREITO-FIM.
           IF QT-DIR-W < 500
              ADD 1 TO QT-DIR-W
              MOVE TIPO-BUSCA-W    TO TD-TIPO (QT-DIR-W)
              MOVE DIREITO-BUSCA-W TO TD-DIREITO (QT-DIR-W)
              MOVE ORIGEM-NOVA-W   TO TD-ORIGEM (QT-DIR-W)
              MOVE ZEROS           TO TD-CONFLITO (QT-DIR-W).
       ADICIONA-DIREITO-FIM.
           CONTINUE.

       ACHA-DIREITO SECTION.
           MOVE ZEROS TO POS-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-DIR-W
              IF TD-TIPO (I) = TIPO-BUSCA-W
                 AND TD-DIREITO (I) = DIREITO-BUSCA-W
                 MOVE I TO POS-W
                 MOVE QT-DIR-W TO I
              END-IF
           END-PERFORM.

      *    primeiro par em que cada direito do usuario entra
       MARCA-CONFLITOS SECTION.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-CONF-W
              PERFORM TESTA-PAR
              IF POS-A-W > 0 AND POS-B-W > 0
                 IF TD-CONFLITO (POS-A-W) = ZEROS
                    MOVE TC-NR (K) TO TD-CONFLITO (POS-A-W)
                 END-IF
                 IF TD-CONFLITO (POS-B-W) = ZEROS
                    MOVE TC-NR (K) TO TD-CONFLITO (POS-B-W)
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    OPCAO 3 - GERA O CICLO DE RECERTIFICACAO E AS FOLHAS
      *----------------------------------------------------------------
       GERA-RECERTIFICACAO SECTION.
           DISPLAY "CICLO (AAAA + TRIMESTRE) " CICLO-W ": "
                   WITH NO ADVANCING.
           ACCEPT CICLO-W.
           MOVE CICLO-W TO TRIMESTRE-W.
           IF TRIMESTRE-W < 1 OR TRIMESTRE-W > 4
              DISPLAY "CICLO INVALIDO"
              GO TO GERA-RECERTIFICACAO-FIM.
           MOVE ZEROS TO QT-GERADOS-W QT-JA-EXISTIA-W.
           MOVE ZEROS TO CODIGO-CA002.
           START CAD002 KEY IS NOT LESS CODIGO-CA002 INVALID KEY
                 MOVE "10" TO ST-CAD002
           END-START.
           PERFORM UNTIL ST-CAD002 = "10"
              READ CAD002 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD002
              NOT AT END
                   MOVE CODIGO-CA002 TO USUARIO-W
                   PERFORM LEVANTA-DIREITOS-USUARIO
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-DIR-W
                      PERFORM GRAVA-ITEM-RECERTIFICACAO
                   END-PERFORM
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CAD002.
           DISPLAY "ITENS GERADOS: " QT-GERADOS-W
                   "  JA EXISTIAM NO CICLO: " QT-JA-EXISTIA-W.
           PERFORM IMPRIME-RECERTIFICACAO.
       GERA-RECERTIFICACAO-FIM.
           CONTINUE.

      *    rodar de novo no mesmo ciclo nao mexe no que ja foi
      *    decidido - so inclui direito novo
       GRAVA-ITEM-RECERTIFICACAO SECTION.
           INITIALIZE REG-CAD029.
           MOVE CICLO-W         TO CICLO-CA029.
           MOVE USUARIO-W       TO USUARIO-CA029.
           MOVE TD-TIPO (K)     TO TIPO-CA029.
           MOVE TD-DIREITO (K)  TO DIREITO-CA029.
           MOVE GESTOR-USU-W    TO GESTOR-CA029.
           MOVE TD-ORIGEM (K)   TO ORIGEM-CA029.
           MOVE PERFIL-USU-W    TO PERFIL-CA029.
           MOVE TD-CONFLITO (K) TO CONFLITO-CA029.
           MOVE 0               TO DECISAO-CA029.
           WRITE REG-CAD029 INVALID KEY
                 ADD 1 TO QT-JA-EXISTIA-W
           NOT INVALID KEY
                 ADD 1 TO QT-GERADOS-W
           END-WRITE.

      *    uma folha por gestor, na ordem do ALT1 do CAD029
       IMPRIME-RECERTIFICACAO SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE "RECERTIFICACAO DE ACESSOS - CICLO" TO CAB01-TITULO.
           MOVE CICLO-W   TO CAB01-TITULO (35: 5).
           MOVE 999 TO GESTOR-ANT-W USUARIO-ANT-W.
           INITIALIZE REG-CAD029.
           MOVE CICLO-W TO CICLO-CA029.
           START CAD029 KEY IS NOT LESS ALT1-CA029 INVALID KEY
                 MOVE "10" TO ST-CAD029
           END-START.
           PERFORM UNTIL ST-CAD029 = "10"
              READ CAD029 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD029
              NOT AT END
                   IF CICLO-CA029 NOT = CICLO-W
                      MOVE "10" TO ST-CAD029
                   ELSE
                      PERFORM IMPRIME-ITEM-RECERTIFICACAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CAD029.
           IF GESTOR-ANT-W NOT = 999
              PERFORM ASSINATURA-GESTOR.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-ITEM-RECERTIFICACAO SECTION.
           IF GESTOR-CA029 NOT = GESTOR-ANT-W
              IF GESTOR-ANT-W NOT = 999
                 PERFORM ASSINATURA-GESTOR
              END-IF
              MOVE GESTOR-CA029 TO GESTOR-ANT-W
              MOVE 999 TO USUARIO-ANT-W
              MOVE SPACES TO CAB02-TEXTO
              MOVE "GESTOR: "   TO CAB02-TEXTO (1: 8)
              MOVE GESTOR-CA029 TO CAB02-TEXTO (9: 3)
              IF GESTOR-CA029 = ZEROS
                 MOVE "SEM GESTOR - SEGURANCA DA INFORMACAO"
                      TO CAB02-TEXTO (13: 36)
              ELSE
                 MOVE GESTOR-CA029 TO CODIGO-CA002
                 READ CAD002 INVALID KEY
                      MOVE SPACES TO NOME-CA002
                 END-READ
                 MOVE NOME-CA002 TO CAB02-TEXTO (13: 20)
              END-IF
              MOVE "MARCAR: M-MANTEM  R-REVOGA" TO CAB02-TEXTO (50: 26)
              MOVE 99 TO LIN
           END-IF.
           IF USUARIO-CA029 NOT = USUARIO-ANT-W
              MOVE USUARIO-CA029 TO USUARIO-ANT-W CODIGO-CA002
              READ CAD002 INVALID KEY
                   MOVE SPACES TO NOME-CA002
              END-READ
              MOVE SPACES TO LINDET-REL
              PERFORM IMPRIME-LINDET
              MOVE "USUARIO "    TO LINDET-REL (1: 8)
              MOVE USUARIO-CA029 TO LINDET-REL (9: 3)
              MOVE NOME-CA002    TO LINDET-REL (13: 20)
              IF PERFIL-CA029 > ZEROS
                 MOVE "PERFIL "    TO LINDET-REL (35: 7)
                 MOVE PERFIL-CA029 TO LINDET-REL (42: 3)
              END-IF
              IF USUARIO-CA029 = GESTOR-CA029
                 MOVE "*** GESTOR DE SI MESMO - SUBIR P/ DIRETORIA"
                      TO LINDET-REL (48: 44)
              END-IF
              PERFORM IMPRIME-LINDET
           END-IF.
           MOVE TIPO-CA029 TO I.
           PERFORM NOME-TIPO.
           MOVE TIPO-E          TO LINDET-REL (4: 10).
           MOVE DIREITO-CA029   TO LINDET-REL (15: 38).
           MOVE ORIGEM-CA029    TO I.
           PERFORM NOME-ORIGEM.
           MOVE ORIGEM-E        TO LINDET-REL (54: 10).
           IF CONFLITO-CA029 > ZEROS
              MOVE "SOD"          TO LINDET-REL (65: 3)
              MOVE CONFLITO-CA029 TO LINDET-REL (69: 3).
           EVALUATE DECISAO-CA029
               WHEN 1 MOVE "MANTIDO"  TO LINDET-REL (74: 7)
               WHEN 2 MOVE "REVOGADO" TO LINDET-REL (74: 8)
               WHEN OTHER MOVE "(  ) M  (  ) R" TO LINDET-REL (74: 14)
           END-EVALUATE.
           PERFORM IMPRIME-LINDET.

       ASSINATURA-GESTOR SECTION.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE "ASSINATURA DO GESTOR: ______________________________"
                TO LINDET-REL (1: 52).
           MOVE "DATA: ___/___/______" TO LINDET-REL (56: 20).
           PERFORM IMPRIME-LINDET.

      *----------------------------------------------------------------
      *    OPCAO 4 - DECISAO DO GESTOR
      *----------------------------------------------------------------
       REGISTRA-DECISAO SECTION.
           DISPLAY "CICLO (AAAA + TRIMESTRE) " CICLO-W ": "
                   WITH NO ADVANCING.
           ACCEPT CICLO-W.
           DISPLAY "GESTOR: " WITH NO ADVANCING.
           ACCEPT GESTOR-W.
           MOVE ZEROS TO QT-DECIDIDOS-W FIM-W.
           INITIALIZE REG-CAD029.
           MOVE CICLO-W  TO CICLO-CA029.
           MOVE GESTOR-W TO GESTOR-CA029.
           START CAD029 KEY IS NOT LESS ALT1-CA029 INVALID KEY
                 MOVE "10" TO ST-CAD029
           END-START.
           PERFORM UNTIL ST-CAD029 = "10" OR FIM-W = 1
              READ CAD029 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD029
              NOT AT END
                   IF CICLO-CA029 NOT = CICLO-W
                      OR GESTOR-CA029 NOT = GESTOR-W
                      MOVE "10" TO ST-CAD029
                   ELSE
                      IF DECISAO-CA029 = 0
                         PERFORM DECIDE-ITEM
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CAD029.
           DISPLAY "DECISOES REGISTRADAS: " QT-DECIDIDOS-W.

       DECIDE-ITEM SECTION.
           MOVE TIPO-CA029 TO I.
           PERFORM NOME-TIPO.
           MOVE ORIGEM-CA029 TO I.
           PERFORM NOME-ORIGEM.
           DISPLAY "USUARIO " USUARIO-CA029 " " TIPO-E " "
                   DIREITO-CA029 " " ORIGEM-E.
           IF CONFLITO-CA029 > ZEROS
              DISPLAY "   *** CONFLITO DE SEGREGACAO " CONFLITO-CA029.
           DISPLAY "   M-MANTEM  R-REVOGA  ENTER-PULA  F-ENCERRA: "
                   WITH NO ADVANCING.
           MOVE SPACES TO DECISAO-W.
           ACCEPT DECISAO-W.
           EVALUATE DECISAO-W
               WHEN "M" MOVE 1 TO DECISAO-CA029
               WHEN "R" MOVE 2 TO DECISAO-CA029
               WHEN "F" MOVE 1 TO FIM-W
                        GO TO DECIDE-ITEM-FIM
               WHEN OTHER GO TO DECIDE-ITEM-FIM
           END-EVALUATE.
           MOVE DATA-SISTEMA-N TO DATA-DECISAO-CA029.
           MOVE USUARIO-RESP-W TO USUARIO-DECISAO-CA029.
           REWRITE REG-CAD029 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CAD029: " ST-CAD029
           NOT INVALID KEY
                 ADD 1 TO QT-DECIDIDOS-W
           END-REWRITE.
       DECIDE-ITEM-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 5 - APLICA REVOGACOES E LISTA PENDENCIAS DO CICLO
      *----------------------------------------------------------------
       APLICA-REVOGACOES SECTION.
           DISPLAY "CICLO (AAAA + TRIMESTRE) " CICLO-W ": "
                   WITH NO ADVANCING.
           ACCEPT CICLO-W.
           DISPLAY "CONFIRMA A APLICACAO DAS REVOGACOES (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO APLICA-REVOGACOES-FIM.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE "REVOGACOES E PENDENCIAS - CICLO" TO CAB01-TITULO.
           MOVE CICLO-W   TO CAB01-TITULO (33: 5).
           MOVE "USU GESTOR TIPO       DIREITO" TO CAB02-TEXTO (1: 29).
           MOVE "SITUACAO" TO CAB02-TEXTO (65: 8).
           MOVE ZEROS TO QT-MANTIDOS-W QT-REVOGADOS-W QT-PENDENTES-W.
           INITIALIZE REG-CAD029.
           MOVE CICLO-W TO CICLO-CA029.
           START CAD029 KEY IS NOT LESS CHAVE-CA029 INVALID KEY
                 MOVE "10" TO ST-CAD029
           END-START.
           PERFORM UNTIL ST-CAD029 = "10"
              READ CAD029 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD029
              NOT AT END
                   IF CICLO-CA029 NOT = CICLO-W
                      MOVE "10" TO ST-CAD029
                   ELSE
                      EVALUATE DECISAO-CA029
                          WHEN 0 PERFORM LISTA-PENDENTE
                          WHEN 1 ADD 1 TO QT-MANTIDOS-W
                          WHEN 2 IF DATA-APLICADO-CA029 = ZEROS
                                    PERFORM REVOGA-DIREITO
                                 END-IF
                      END-EVALUATE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CAD029.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "MANTIDOS: "   TO LINDET-REL (1: 10).
           MOVE QT-MANTIDOS-W  TO QT-E.
           MOVE QT-E           TO LINDET-REL (11: 6).
           MOVE "  REVOGADOS AGORA: " TO LINDET-REL (17: 19).
           MOVE QT-REVOGADOS-W TO QT-E.
           MOVE QT-E           TO LINDET-REL (36: 6).
           MOVE "  SEM DECISAO: " TO LINDET-REL (42: 15).
           MOVE QT-PENDENTES-W TO QT-E.
           MOVE QT-E           TO LINDET-REL (57: 6).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
       APLICA-REVOGACOES-FIM.
           CONTINUE.

       LISTA-PENDENTE SECTION.
           ADD 1 TO QT-PENDENTES-W.
           PERFORM MONTA-LINHA-ITEM.
           MOVE "SEM DECISAO DO GESTOR" TO LINDET-REL (65: 21).
           PERFORM IMPRIME-LINDET.

       REVOGA-DIREITO SECTION.
           MOVE ZEROS TO POS-W.
           EVALUATE TIPO-CA029
               WHEN 1
                    MOVE USUARIO-CA029 TO COD-USUARIO-CR004
                    MOVE DIREITO-CA029 (1: 5) TO PROGRAMA-CR004
                    READ CRD004 INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         DELETE CRD004 RECORD
                         MOVE 1 TO POS-W
                    END-READ
               WHEN 2
                    MOVE USUARIO-CA029 TO COD-USUARIO-CP004
                    MOVE DIREITO-CA029 (1: 5) TO PROGRAMA-CP004
                    READ CPD004 INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         DELETE CPD004 RECORD
                         MOVE 1 TO POS-W
                    END-READ
               WHEN 3
                    MOVE USUARIO-CA029 TO USUARIO-GE01
                    MOVE DIREITO-CA029 TO PROGRAMA-GE01
                    READ GED001 INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         DELETE GED001 RECORD
                         MOVE 1 TO POS-W
                    END-READ
               WHEN 4
                    MOVE USUARIO-CA029 TO COD-USUARIO-CA004
                    MOVE DIREITO-CA029 (1: 8) TO PROGRAMA-CA004
                    READ CAD004 INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         DELETE CAD004 RECORD
                         MOVE 1 TO POS-W
                    END-READ
           END-EVALUATE.
           PERFORM MONTA-LINHA-ITEM.
           IF POS-W = 1
              MOVE "REVOGADO" TO LINDET-REL (65: 8)
           ELSE
              MOVE "JA NAO TINHA" TO LINDET-REL (65: 12).
           IF ORIGEM-CA029 NOT = 2
              MOVE "VEM DO PERFIL" TO LINDET-REL (79: 13)
              MOVE PERFIL-CA029    TO LINDET-REL (93: 3)
              MOVE "- REVER O PERFIL/ATRIBUICAO NO CAP025"
                   TO LINDET-REL (97: 34).
           PERFORM IMPRIME-LINDET.
           MOVE DATA-SISTEMA-N TO DATA-APLICADO-CA029.
           REWRITE REG-CAD029 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CAD029: " ST-CAD029
           END-REWRITE.
           ADD 1 TO QT-REVOGADOS-W.

       MONTA-LINHA-ITEM SECTION.
           MOVE TIPO-CA029 TO I.
           PERFORM NOME-TIPO.
           MOVE USUARIO-CA029 TO LINDET-REL (1: 3).
           MOVE GESTOR-CA029  TO LINDET-REL (5: 3).
           MOVE TIPO-E        TO LINDET-REL (12: 10).
           MOVE DIREITO-CA029 TO LINDET-REL (23: 38).

      *----------------------------------------------------------------
      *    ROTINAS GERAIS
      *----------------------------------------------------------------
       NOME-TIPO SECTION.
           EVALUATE I
               WHEN 1 MOVE "CONTA CR"   TO TIPO-E
               WHEN 2 MOVE "CONTA CP"   TO TIPO-E
               WHEN 3 MOVE "PROGRAMA"   TO TIPO-E
               WHEN 4 MOVE "LIBERACAO"  TO TIPO-E
               WHEN OTHER MOVE SPACES   TO TIPO-E
           END-EVALUATE.

       NOME-ORIGEM SECTION.
           EVALUATE I
               WHEN 1 MOVE "PERFIL"     TO ORIGEM-E
               WHEN 2 MOVE "INDIVIDUAL" TO ORIGEM-E
               WHEN 3 MOVE "AMBOS"      TO ORIGEM-E
               WHEN OTHER MOVE SPACES   TO ORIGEM-E
           END-EVALUATE.

       NOME-RISCO SECTION.
           EVALUATE TC-RISCO (K)
               WHEN 1 MOVE "ALTO"  TO RISCO-E
               WHEN 2 MOVE "MEDIO" TO RISCO-E
               WHEN OTHER MOVE "BAIXO" TO RISCO-E
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
           CLOSE CAD028 CAD029 CAD004 CRD004 CPD004 GED001 CAD002.
           IF PERFIS-OK-W = 1
              CLOSE CAD026 CAD027.

       END PROGRAM CAP026.
