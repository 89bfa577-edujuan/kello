       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRINT2.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: FILA DE REVISAO DOS ORFAOS ACHADOS PELO GRINT1 (GRD041)
      *        - SO P/ USUARIO COM "GRINT2" NO GED001.
      *        OPCAO 1 - LISTA OS ORFAOS PENDENTES (TODOS OU DE UMA
      *                  RELACAO).
      *        OPCAO 2 - TRATA UM ORFAO. ANTES CONFERE DE NOVO: SE O
      *                  REGISTRO SUMIU OU O PAI APARECEU, SAI COMO
      *                  RESOLVIDO FORA DA FILA. CORRECOES:
      *                  R - RELIGA A OUTRO PAI JA CADASTRADO. QUANDO O
      *                      PAI FAZ PARTE DA CHAVE (CRD020, RCD101,
      *                      COD060, CPD020) GRAVA COM A CHAVE NOVA E
      *                      EXCLUI A ANTIGA. NAO VALE P/ RCD100, MTD020
      *                      E MTD019, ONDE O ALBUM E A PROPRIA CHAVE.
      *                  C - CRIA O PAI COM O NOME INFORMADO - SO
      *                      CLIENTE (CGD010), FORMANDO (MTD019) E
      *                      FORNECEDOR (CGD001), COMO O GALHO60 FAZIA;
      *                      VENDA, CONTRATO E CONTA REDUZIDA SE
      *                      CADASTRAM NO PROGRAMA PROPRIO.
      *                  E - EXCLUI O REGISTRO ORFAO (C/ JUSTIFICATIVA).
      *                  A - ACEITA COMO ESTA (COM JUSTIFICATIVA).
      *                  QUEM, QUANDO E O QUE FICA NO GRD041; A IMAGEM
      *                  DO REGISTRO ALTERADO/EXCLUIDO/CRIADO VAI P/ O
      *                  LOG002 (VISTO NO GALHO107).
      *        OPCAO 3 - LISTA OS ORFAOS JA TRATADOS (TRILHA DA FILA).
      *        TITULO (CRD020) OU ALBUM (MTD020) PRESO POR OUTRA SESSAO
      *        (9D) E ESPERADO PELO GRLOCK; SE O OPERADOR DESISTIR, O
      *        ORFAO NAO E MEXIDO E CONTINUA PENDENTE NA FILA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX041.
           COPY GERX001.
           COPY LOGX002.
           COPY CRPX020.
           COPY CHPX010.
           COPY CGPX010.
           COPY RCPX101.
           COPY RCPX100.
           COPY MTPX019.
           COPY MTPX020.
           COPY COPX040.
           COPY COPX060.
           COPY CPPX020.
           COPY CGPX001.
           COPY CXPX100.
           COPY CXPX020.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW041.
           COPY GERW001.
           COPY LOGW002.
           COPY CRPW020.
           COPY CHPW010.
           COPY CGPW010.
           COPY RCPW101.
           COPY RCPW100.
           COPY MTPW019.
           COPY MTPW020.
           COPY COPW040.
           COPY COPW060.
           COPY CPPW020.
           COPY CGPW001.
           COPY CXPW100.
           COPY CXPW020.

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD041             PIC XX       VALUE SPACES.
           05  ST-GED001             PIC XX       VALUE SPACES.
           05  ST-LOG002             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-MTD020             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-FILHO-W            PIC XX       VALUE SPACES.
           05  ST-PAI-W              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  ERRO-RELACAO-W        PIC 9        VALUE ZEROS.
           05  OK-W                  PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  COD-USUARIO-W         PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  RELACAO-W             PIC 9(2)     VALUE ZEROS.
           05  CHAVE-FILHO-W         PIC X(30)    VALUE SPACES.
           05  CORRECAO-W            PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  OBS-W                 PIC X(40)    VALUE SPACES.
           05  NOVO-PAI-W            PIC 9(9)     VALUE ZEROS.
           05  CHAVE-PAI-AUX-W       PIC 9(9)     VALUE ZEROS.
           05  ALBUM-8-W             PIC 9(8)     VALUE ZEROS.
           05  LIMITE-PAI-W          PIC 9(9)     VALUE ZEROS.
      *    0 = nao existe, 1 = lido, 2 = em uso (desistiu do 9D)
           05  ACHOU-FILHO-W         PIC 9        VALUE ZEROS.
           05  ACHOU-PAI-W           PIC 9        VALUE ZEROS.
           05  FIM-GRD041-W          PIC 9        VALUE ZEROS.
           05  QT-LISTA-W            PIC 9(6)     VALUE ZEROS.
           05  SITUACAO-E            PIC X(10)    VALUE SPACES.

      *    imagem do registro p/ o LOG002
       01  LOG-OPERACAO-W            PIC X        VALUE SPACES.
       01  LOG-ARQUIVO-W             PIC X(8)     VALUE SPACES.
       01  IMAGEM-W                  PIC X(100)   VALUE SPACES.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).
       01  HORA-SISTEMA-W            PIC 9(8)     VALUE ZEROS.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-GRD041       PIC X(60)    VALUE SPACES.
           05  PATH-GED001       PIC X(60)    VALUE SPACES.
           05  PATH-LOG002       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CHD010       PIC X(60)    VALUE SPACES.
           05  PATH-CGD010       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-MTD020       PIC X(60)    VALUE SPACES.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-COD060       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-CXD020       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

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
                  WHEN 1 PERFORM LISTA-PENDENTES
                  WHEN 2 PERFORM TRATA-ORFAO
                  WHEN 3 PERFORM LISTA-TRATADOS
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           DISPLAY "USUARIO........: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           DISPLAY "CODIGO USUARIO.: " WITH NO ADVANCING.
           ACCEPT COD-USUARIO-W.
           MOVE EMPRESA-W TO GRPATH-EMPRESA.
           MOVE "GED001"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GED001.
           OPEN INPUT GED001.
           IF ST-GED001 > "09"
              DISPLAY "USUARIO SEM DIREITO GRINT2 (GED001)"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           MOVE COD-USUARIO-W TO USUARIO-GE01.
           MOVE "GRINT2"      TO PROGRAMA-GE01.
           READ GED001 INVALID KEY
                DISPLAY "USUARIO SEM DIREITO GRINT2 (GED001)"
                MOVE 1 TO ERRO-W
           END-READ.
           CLOSE GED001.
           IF ERRO-W = 1
              GO TO INICIALIZA-PROGRAMA-FIM.
           DISPLAY "1-LISTA PENDENTES  2-TRATA ORFAO  "
                   "3-LISTA TRATADOS: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           MOVE "GRD041" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD041.
           OPEN I-O GRD041.
           IF ST-GRD041 = "35"
              CLOSE GRD041      OPEN OUTPUT GRD041
              CLOSE GRD041      OPEN I-O GRD041.
           IF ST-GRD041 > "09"
              DISPLAY "ERRO ABERTURA GRD041: " ST-GRD041
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           MOVE "LOG002" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-LOG002.
           OPEN I-O LOG002.
           IF ST-LOG002 = "35"
              CLOSE LOG002      OPEN OUTPUT LOG002
              CLOSE LOG002      OPEN I-O LOG002.
           IF ST-LOG002 > "09"
              DISPLAY "ERRO ABERTURA LOG002: " ST-LOG002
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           MOVE "CRD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CRD020.
           MOVE "CHD010" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CHD010.
           MOVE "CGD010" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CGD010.
           MOVE "RCD101" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD101.
           MOVE "RCD100" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD100.
           MOVE "MTD019" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-MTD019.
           MOVE "MTD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-MTD020.
           MOVE "COD040" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD040.
           MOVE "COD060" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD060.
           MOVE "CPD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CPD020.
           MOVE "CGD001" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CGD001.
           MOVE "CXD100" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CXD100.
           MOVE "CXD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CXD020.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 1 - ORFAOS PENDENTES
      *    ------------------------------------------------------
       LISTA-PENDENTES SECTION.
           DISPLAY "RELACAO (01 A 09, 0 = TODAS): " WITH NO ADVANCING.
           ACCEPT RELACAO-W.
           MOVE ZEROS      TO QT-LISTA-W FIM-GRD041-W.
           MOVE 0          TO SITUACAO-GR41.
           MOVE RELACAO-W  TO RELACAO-GR41.
           MOVE LOW-VALUES TO CHAVE-FILHO-GR41.
           START GRD041 KEY IS NOT LESS ALT-GR41 INVALID KEY
                 MOVE 1 TO FIM-GRD041-W
           END-START.
           PERFORM UNTIL FIM-GRD041-W = 1
              READ GRD041 NEXT RECORD AT END
                   MOVE 1 TO FIM-GRD041-W
              NOT AT END
                   IF SITUACAO-GR41 NOT = 0
                      OR (RELACAO-W NOT = 0
                          AND RELACAO-GR41 NOT = RELACAO-W)
                      MOVE 1 TO FIM-GRD041-W
                   ELSE
                      ADD 1 TO QT-LISTA-W
                      DISPLAY RELACAO-GR41 " " ARQUIVO-FILHO-GR41 " "
                              CHAVE-FILHO-GR41 (1: 27) " -> "
                              ARQUIVO-PAI-GR41 " " CHAVE-PAI-GR41
                      DISPLAY "   " DESCRICAO-GR41 "  DESDE "
                              DATA-DETECCAO-GR41 "  VISTO "
                              DATA-VISTO-GR41
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY QT-LISTA-W " ORFAO(S) PENDENTE(S)".

      *    ------------------------------------------------------
      *    OPCAO 3 - ORFAOS TRATADOS (SITUACAO 1, 2 E 3)
      *    ------------------------------------------------------
       LISTA-TRATADOS SECTION.
           DISPLAY "RELACAO (01 A 09, 0 = TODAS): " WITH NO ADVANCING.
           ACCEPT RELACAO-W.
           MOVE ZEROS      TO QT-LISTA-W FIM-GRD041-W.
           MOVE 1          TO SITUACAO-GR41.
           MOVE ZEROS      TO RELACAO-GR41.
           MOVE LOW-VALUES TO CHAVE-FILHO-GR41.
           START GRD041 KEY IS NOT LESS ALT-GR41 INVALID KEY
                 MOVE 1 TO FIM-GRD041-W
           END-START.
           PERFORM UNTIL FIM-GRD041-W = 1
              READ GRD041 NEXT RECORD AT END
                   MOVE 1 TO FIM-GRD041-W
              NOT AT END
                   IF RELACAO-W = 0 OR RELACAO-GR41 = RELACAO-W
                      PERFORM MOSTRA-TRATADO
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY QT-LISTA-W " ORFAO(S) TRATADO(S)".

       MOSTRA-TRATADO SECTION.
           ADD 1 TO QT-LISTA-W.
           EVALUATE SITUACAO-GR41
               WHEN 1 MOVE "CORRIGIDO"  TO SITUACAO-E
               WHEN 2 MOVE "RESOLVIDO"  TO SITUACAO-E
               WHEN 3 MOVE "ACEITO"     TO SITUACAO-E
               WHEN OTHER MOVE SPACES   TO SITUACAO-E
           END-EVALUATE.
           DISPLAY RELACAO-GR41 " " ARQUIVO-FILHO-GR41 " "
                   CHAVE-FILHO-GR41 (1: 27) " " SITUACAO-E " "
                   CORRECAO-GR41 " " NOVA-CHAVE-PAI-GR41.
           DISPLAY "   " USUARIO-GR41 " " DATA-CORRECAO-GR41 " "
                   HORA-CORRECAO-GR41 " " OBS-GR41.

      *    ------------------------------------------------------
      *    OPCAO 2 - TRATA UM ORFAO DA FILA
      *    ------------------------------------------------------
       TRATA-ORFAO SECTION.
           PERFORM LISTA-PENDENTES.
           DISPLAY "RELACAO DO ORFAO..: " WITH NO ADVANCING.
           ACCEPT RELACAO-W.
           DISPLAY "CHAVE DO REGISTRO.: " WITH NO ADVANCING.
           ACCEPT CHAVE-FILHO-W.
           MOVE RELACAO-W     TO RELACAO-GR41.
           MOVE CHAVE-FILHO-W TO CHAVE-FILHO-GR41.
           READ GRD041 INVALID KEY
                DISPLAY "ORFAO NAO ESTA NA FILA"
                GO TO TRATA-ORFAO-FIM
           END-READ.
           IF SITUACAO-GR41 NOT = 0
              DISPLAY "ORFAO JA TRATADO OU RESOLVIDO"
              GO TO TRATA-ORFAO-FIM.
           DISPLAY ARQUIVO-FILHO-GR41 " " CHAVE-FILHO-GR41 " -> "
                   ARQUIVO-PAI-GR41 " " CHAVE-PAI-GR41.
           DISPLAY DESCRICAO-GR41.
           PERFORM ABRE-RELACAO.
           IF ERRO-RELACAO-W = 1
              GO TO TRATA-ORFAO-FECHA.
      *    confere de novo - a fila pode ser de ontem
           PERFORM LE-FILHO.
           IF ACHOU-FILHO-W = 2
              DISPLAY "REGISTRO EM USO - ORFAO CONTINUA NA FILA"
              GO TO TRATA-ORFAO-FECHA.
           IF ACHOU-FILHO-W = 0
              DISPLAY "O REGISTRO NAO EXISTE MAIS - RESOLVIDO"
              MOVE 2 TO SITUACAO-GR41
              PERFORM ATUALIZA-FILA
              GO TO TRATA-ORFAO-FECHA.
           MOVE CHAVE-PAI-GR41 TO CHAVE-PAI-AUX-W.
           PERFORM LE-PAI.
           IF ACHOU-PAI-W = 1
              DISPLAY "O PAI JA ESTA CADASTRADO - RESOLVIDO"
              MOVE 2 TO SITUACAO-GR41
              PERFORM ATUALIZA-FILA
              GO TO TRATA-ORFAO-FECHA.
           DISPLAY "CORRECAO R-RELIGA C-CRIA PAI E-EXCLUI A-ACEITA: "
                   WITH NO ADVANCING.
           ACCEPT CORRECAO-W.
           MOVE ZEROS  TO OK-W NOVO-PAI-W.
           MOVE SPACES TO OBS-W.
           EVALUATE CORRECAO-W
               WHEN "R" PERFORM RELIGA-FILHO
               WHEN "C" PERFORM CRIA-PAI
               WHEN "E" PERFORM EXCLUI-FILHO
               WHEN "A" PERFORM ACEITA-ORFAO
               WHEN OTHER DISPLAY "CORRECAO INVALIDA"
           END-EVALUATE.
           IF OK-W = 1
              MOVE CORRECAO-W     TO CORRECAO-GR41
              MOVE NOVO-PAI-W     TO NOVA-CHAVE-PAI-GR41
              MOVE OBS-W          TO OBS-GR41
              IF CORRECAO-W = "A"
                 MOVE 3 TO SITUACAO-GR41
              ELSE
                 MOVE 1 TO SITUACAO-GR41
              END-IF
              PERFORM ATUALIZA-FILA
              DISPLAY "CORRECAO APLICADA".
       TRATA-ORFAO-FECHA.
           PERFORM FECHA-RELACAO.
       TRATA-ORFAO-FIM.
           CONTINUE.

       ATUALIZA-FILA SECTION.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           MOVE USUARIO-W              TO USUARIO-GR41.
           MOVE DATA-SISTEMA-N         TO DATA-CORRECAO-GR41.
           MOVE HORA-SISTEMA-W (1: 6)  TO HORA-CORRECAO-GR41.
           REWRITE REG-GRD041 INVALID KEY
                   DISPLAY "ERRO ATUALIZANDO GRD041: " ST-GRD041
           END-REWRITE.

      *    filho aberto p/ atualizar, pai so p/ leitura (o C reabre)
       ABRE-RELACAO SECTION.
           MOVE ZEROS TO ERRO-RELACAO-W.
           EVALUATE RELACAO-GR41
               WHEN 01 OPEN I-O CRD020  INPUT CGD010
                       MOVE ST-CRD020 TO ST-FILHO-W
                       MOVE ST-CGD010 TO ST-PAI-W
               WHEN 02 OPEN I-O CHD010  INPUT CGD010
                       MOVE ST-CHD010 TO ST-FILHO-W
                       MOVE ST-CGD010 TO ST-PAI-W
               WHEN 03 OPEN I-O RCD101  INPUT RCD100
                       MOVE ST-RCD101 TO ST-FILHO-W
                       MOVE ST-RCD100 TO ST-PAI-W
               WHEN 04 OPEN I-O RCD100  INPUT MTD019
                       MOVE ST-RCD100 TO ST-FILHO-W
                       MOVE ST-MTD019 TO ST-PAI-W
               WHEN 05 OPEN I-O MTD020  INPUT MTD019
                       MOVE ST-MTD020 TO ST-FILHO-W
                       MOVE ST-MTD019 TO ST-PAI-W
               WHEN 06 OPEN I-O MTD019  INPUT COD040
                       MOVE ST-MTD019 TO ST-FILHO-W
                       MOVE ST-COD040 TO ST-PAI-W
               WHEN 07 OPEN I-O COD060  INPUT COD040
                       MOVE ST-COD060 TO ST-FILHO-W
                       MOVE ST-COD040 TO ST-PAI-W
               WHEN 08 OPEN I-O CPD020  INPUT CGD001
                       MOVE ST-CPD020 TO ST-FILHO-W
                       MOVE ST-CGD001 TO ST-PAI-W
               WHEN 09 OPEN I-O CXD100  INPUT CXD020
                       MOVE ST-CXD100 TO ST-FILHO-W
                       MOVE ST-CXD020 TO ST-PAI-W
           END-EVALUATE.
           IF ST-FILHO-W > "09" OR ST-PAI-W > "09"
              DISPLAY "ERRO ABERTURA " ARQUIVO-FILHO-GR41 "/"
                      ARQUIVO-PAI-GR41 ": " ST-FILHO-W " " ST-PAI-W
              MOVE 1 TO ERRO-RELACAO-W.

       FECHA-RELACAO SECTION.
           EVALUATE RELACAO-GR41
               WHEN 01 CLOSE CRD020 CGD010
               WHEN 02 CLOSE CHD010 CGD010
               WHEN 03 CLOSE RCD101 RCD100
               WHEN 04 CLOSE RCD100 MTD019
               WHEN 05 CLOSE MTD020 MTD019
               WHEN 06 CLOSE MTD019 COD040
               WHEN 07 CLOSE COD060 COD040
               WHEN 08 CLOSE CPD020 CGD001
               WHEN 09 CLOSE CXD100 CXD020
           END-EVALUATE.

      *    chave primaria do filho a partir da chave da fila
       MONTA-CHAVE-FILHO SECTION.
           EVALUATE RELACAO-GR41
               WHEN 01 MOVE CHAVE-FILHO-GR41 (1: 9)  TO COD-COMPL-CR20
                       MOVE CHAVE-FILHO-GR41 (10: 5) TO SEQ-CR20
               WHEN 02 MOVE CHAVE-FILHO-GR41 (1: 8)  TO DATA-MOVTO-CH10
                       MOVE CHAVE-FILHO-GR41 (9: 4)  TO SEQ-CH10
               WHEN 03 MOVE CHAVE-FILHO-GR41 (1: 8)  TO ALBUM-REC1
                       MOVE CHAVE-FILHO-GR41 (9: 8)  TO VENCTO-REC1
                       MOVE CHAVE-FILHO-GR41 (17: 3) TO BANCO-REC1
                       MOVE CHAVE-FILHO-GR41 (20: 6) TO NUMERO-REC1
                       MOVE CHAVE-FILHO-GR41 (26: 2) TO PARCELA-REC1
               WHEN 04 MOVE CHAVE-FILHO-GR41 (1: 8)  TO ALBUM-REC
               WHEN 05 MOVE CHAVE-FILHO-GR41 (1: 8)  TO ALBUM-MTG
               WHEN 06 MOVE CHAVE-FILHO-GR41 (1: 8)  TO ALBUMMT19
               WHEN 07 MOVE CHAVE-FILHO-GR41 (1: 7)  TO CHAVE-CO60
               WHEN 08 MOVE CHAVE-FILHO-GR41 (1: 6)  TO FORNEC-CP20
                       MOVE CHAVE-FILHO-GR41 (7: 5)  TO SEQ-CP20
               WHEN 09 MOVE CHAVE-FILHO-GR41 (1: 8)  TO DATA-MOV-CX100
                       MOVE CHAVE-FILHO-GR41 (9: 4)  TO SEQ-CX100
           END-EVALUATE.

       LE-FILHO SECTION.
           MOVE 1 TO ACHOU-FILHO-W.
           PERFORM MONTA-CHAVE-FILHO.
           EVALUATE RELACAO-GR41
               WHEN 01 READ CRD020 INVALID KEY
                            MOVE 0 TO ACHOU-FILHO-W
                       END-READ
               WHEN 02 READ CHD010 INVALID KEY
                            MOVE 0 TO ACHOU-FILHO-W
                       END-READ
               WHEN 03 READ RCD101 INVALID KEY
                            MOVE 0 TO ACHOU-FILHO-W
                       END-READ
               WHEN 04 READ RCD100 INVALID KEY
                            MOVE 0 TO ACHOU-FILHO-W
                       END-READ
               WHEN 05 READ MTD020 INVALID KEY
                            MOVE 0 TO ACHOU-FILHO-W
                       END-READ
               WHEN 06 READ MTD019 INVALID KEY
                            MOVE 0 TO ACHOU-FILHO-W
                       END-READ
               WHEN 07 READ COD060 INVALID KEY
                            MOVE 0 TO ACHOU-FILHO-W
                       END-READ
               WHEN 08 READ CPD020 INVALID KEY
                            MOVE 0 TO ACHOU-FILHO-W
                       END-READ
               WHEN 09 READ CXD100 INVALID KEY
                            MOVE 0 TO ACHOU-FILHO-W
                       END-READ
           END-EVALUATE.
           IF RELACAO-GR41 = 01 AND ST-CRD020 = "9D"
              PERFORM ESPERA-CRD020
              IF ST-CRD020 = "9D"
                 MOVE 2 TO ACHOU-FILHO-W
              ELSE
                 IF ST-CRD020 > "09"
                    MOVE 0 TO ACHOU-FILHO-W.
           IF RELACAO-GR41 = 05 AND ST-MTD020 = "9D"
              PERFORM ESPERA-MTD020
              IF ST-MTD020 = "9D"
                 MOVE 2 TO ACHOU-FILHO-W
              ELSE
                 IF ST-MTD020 > "09"
                    MOVE 0 TO ACHOU-FILHO-W.
           PERFORM IMAGEM-FILHO.

       IMAGEM-FILHO SECTION.
           MOVE ARQUIVO-FILHO-GR41 TO LOG-ARQUIVO-W.
           EVALUATE RELACAO-GR41
               WHEN 01 MOVE REG-CRD020 TO IMAGEM-W
               WHEN 02 MOVE REG-CHD010 TO IMAGEM-W
               WHEN 03 MOVE REG-RCD101 TO IMAGEM-W
               WHEN 04 MOVE REG-RCD100 TO IMAGEM-W
               WHEN 05 MOVE REG-MTD020 TO IMAGEM-W
               WHEN 06 MOVE REG-MTD019 TO IMAGEM-W
               WHEN 07 MOVE REG-COD060 TO IMAGEM-W
               WHEN 08 MOVE REG-CPD020 TO IMAGEM-W
               WHEN 09 MOVE REG-CXD100 TO IMAGEM-W
           END-EVALUATE.

      *    le o pai da chave em CHAVE-PAI-AUX-W
       LE-PAI SECTION.
           MOVE 1 TO ACHOU-PAI-W.
           EVALUATE RELACAO-GR41
               WHEN 01
               WHEN 02 MOVE CHAVE-PAI-AUX-W TO COD-COMPL-CG10
                       READ CGD010 INVALID KEY
                            MOVE 0 TO ACHOU-PAI-W
                       END-READ
               WHEN 03 MOVE CHAVE-PAI-AUX-W TO ALBUM-REC
                       READ RCD100 INVALID KEY
                            MOVE 0 TO ACHOU-PAI-W
                       END-READ
               WHEN 04
               WHEN 05 MOVE CHAVE-PAI-AUX-W TO ALBUM-MT19
                       READ MTD019 INVALID KEY
                            MOVE 0 TO ACHOU-PAI-W
                       END-READ
               WHEN 06
               WHEN 07 MOVE CHAVE-PAI-AUX-W TO NR-CONTRATO-CO40
                       READ COD040 INVALID KEY
                            MOVE 0 TO ACHOU-PAI-W
                       END-READ
               WHEN 08 MOVE CHAVE-PAI-AUX-W TO CODIGO-CG01
                       READ CGD001 INVALID KEY
                            MOVE 0 TO ACHOU-PAI-W
                       END-READ
               WHEN 09 MOVE CHAVE-PAI-AUX-W TO CODIGO-REDUZ-CX20
                       READ CXD020 INVALID KEY
                            MOVE 0 TO ACHOU-PAI-W
                       END-READ
           END-EVALUATE.

      *    ------------------------------------------------------
      *    R - RELIGA O FILHO A OUTRO PAI JA CADASTRADO
      *    ------------------------------------------------------
       RELIGA-FILHO SECTION.
           IF RELACAO-GR41 = 04 OR 05 OR 06
              DISPLAY "O ALBUM E A PROPRIA CHAVE DO " ARQUIVO-FILHO-GR41
                      " - CRIE O PAI OU EXCLUA"
              GO TO RELIGA-FILHO-FIM.
           EVALUATE RELACAO-GR41
               WHEN 01
               WHEN 02 MOVE 999999999 TO LIMITE-PAI-W
               WHEN 03 MOVE 99999999  TO LIMITE-PAI-W
               WHEN 07 MOVE 9999      TO LIMITE-PAI-W
               WHEN 08 MOVE 999999    TO LIMITE-PAI-W
               WHEN 09 MOVE 99999     TO LIMITE-PAI-W
           END-EVALUATE.
           DISPLAY "NOVO " ARQUIVO-PAI-GR41 ": " WITH NO ADVANCING.
           ACCEPT NOVO-PAI-W.
           IF NOVO-PAI-W = ZEROS OR NOVO-PAI-W > LIMITE-PAI-W
              DISPLAY "CODIGO INVALIDO"
              GO TO RELIGA-FILHO-FIM.
           MOVE NOVO-PAI-W TO CHAVE-PAI-AUX-W.
           PERFORM LE-PAI.
           IF ACHOU-PAI-W = 0
              DISPLAY "NOVO PAI NAO CADASTRADO NO " ARQUIVO-PAI-GR41
              GO TO RELIGA-FILHO-FIM.
           DISPLAY "JUSTIFICATIVA: " WITH NO ADVANCING.
           ACCEPT OBS-W.
           DISPLAY "CONFIRMA A RELIGACAO (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND NOT = "s"
              GO TO RELIGA-FILHO-FIM.
      *    pai fora da chave: regrava o filho
           IF RELACAO-GR41 = 02 OR 09
              MOVE "A" TO LOG-OPERACAO-W
              PERFORM GRAVA-LOG
              PERFORM REGRAVA-FILHO
              GO TO RELIGA-FILHO-FIM.
      *    pai na chave: grava com a chave nova e exclui a antiga
           MOVE "E" TO LOG-OPERACAO-W.
           PERFORM GRAVA-LOG.
           PERFORM GRAVA-CHAVE-NOVA.
           IF OK-W = 0
              GO TO RELIGA-FILHO-FIM.
           PERFORM IMAGEM-FILHO.
           MOVE "I" TO LOG-OPERACAO-W.
           PERFORM GRAVA-LOG.
           PERFORM MONTA-CHAVE-FILHO.
           PERFORM APAGA-FILHO.
           IF OK-W = 0
              DISPLAY "REGISTRO NOVO GRAVADO, MAS O ANTIGO FICOU - "
                      "EXCLUA O ANTIGO NA MAO"
              MOVE 1 TO OK-W.
       RELIGA-FILHO-FIM.
           CONTINUE.

       REGRAVA-FILHO SECTION.
           MOVE 1 TO OK-W.
           EVALUATE RELACAO-GR41
               WHEN 02 MOVE NOVO-PAI-W TO COD-COMPL-CH10
                       REWRITE REG-CHD010 INVALID KEY
                               MOVE 0 TO OK-W
                       END-REWRITE
                       MOVE ST-CHD010 TO ST-FILHO-W
               WHEN 09 MOVE NOVO-PAI-W TO CONTA-REDUZ-CX100
                       REWRITE REG-CXD100 INVALID KEY
                               MOVE 0 TO OK-W
                       END-REWRITE
                       MOVE ST-CXD100 TO ST-FILHO-W
           END-EVALUATE.
           IF OK-W = 0
              DISPLAY "ERRO REGRAVANDO " ARQUIVO-FILHO-GR41 ": "
                      ST-FILHO-W.

       GRAVA-CHAVE-NOVA SECTION.
           MOVE 1 TO OK-W.
           EVALUATE RELACAO-GR41
               WHEN 01 MOVE NOVO-PAI-W TO COD-COMPL-CR20
                       WRITE REG-CRD020 INVALID KEY
                             MOVE 0 TO OK-W
                       END-WRITE
               WHEN 03 MOVE NOVO-PAI-W TO ALBUM-REC1
                       WRITE REG-RCD101 INVALID KEY
                             MOVE 0 TO OK-W
                       END-WRITE
               WHEN 07 MOVE NOVO-PAI-W TO NR-CONTRATO-CO60
                       WRITE REG-COD060 INVALID KEY
                             MOVE 0 TO OK-W
                       END-WRITE
               WHEN 08 MOVE NOVO-PAI-W TO FORNEC-CP20
                       WRITE REG-CPD020 INVALID KEY
                             MOVE 0 TO OK-W
                       END-WRITE
           END-EVALUATE.
           IF OK-W = 0
              DISPLAY "JA EXISTE " ARQUIVO-FILHO-GR41
                      " COM A CHAVE NOVA - NADA FOI ALTERADO".

       APAGA-FILHO SECTION.
           MOVE 1 TO OK-W.
           EVALUATE RELACAO-GR41
               WHEN 01 DELETE CRD020 INVALID KEY MOVE 0 TO OK-W
                       END-DELETE
               WHEN 02 DELETE CHD010 INVALID KEY MOVE 0 TO OK-W
                       END-DELETE
               WHEN 03 DELETE RCD101 INVALID KEY MOVE 0 TO OK-W
                       END-DELETE
               WHEN 04 DELETE RCD100 INVALID KEY MOVE 0 TO OK-W
                       END-DELETE
               WHEN 05 DELETE MTD020 INVALID KEY MOVE 0 TO OK-W
                       END-DELETE
               WHEN 06 DELETE MTD019 INVALID KEY MOVE 0 TO OK-W
                       END-DELETE
               WHEN 07 DELETE COD060 INVALID KEY MOVE 0 TO OK-W
                       END-DELETE
               WHEN 08 DELETE CPD020 INVALID KEY MOVE 0 TO OK-W
                       END-DELETE
               WHEN 09 DELETE CXD100 INVALID KEY MOVE 0 TO OK-W
                       END-DELETE
           END-EVALUATE.
      *    9D nao cai no INVALID KEY: espera, rele e tenta de novo
           IF RELACAO-GR41 = 01 AND ST-CRD020 = "9D"
              MOVE 0 TO OK-W
              PERFORM ESPERA-CRD020
              IF ST-CRD020 < "10"
                 DELETE CRD020 INVALID KEY CONTINUE
                 END-DELETE
                 IF ST-CRD020 = "00"
                    MOVE 1 TO OK-W.
           IF RELACAO-GR41 = 05 AND ST-MTD020 = "9D"
              MOVE 0 TO OK-W
              PERFORM ESPERA-MTD020
              IF ST-MTD020 < "10"
                 DELETE MTD020 INVALID KEY CONTINUE
                 END-DELETE
                 IF ST-MTD020 = "00"
                    MOVE 1 TO OK-W.
           IF OK-W = 0
              DISPLAY "ERRO EXCLUINDO " ARQUIVO-FILHO-GR41.

      *    Registro preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "GRINT2"      TO GRLOCK-PROGRAMA.
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

       ESPERA-MTD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "MTD020"      TO GRLOCK-ARQUIVO.
           MOVE ALBUM-MTG     TO GRLOCK-CHAVE.
           MOVE "GRINT2"      TO GRLOCK-PROGRAMA.
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

      *    ------------------------------------------------------
      *    C - CRIA O PAI (SO CADASTROS SIMPLES)
      *    ------------------------------------------------------
       CRIA-PAI SECTION.
           IF RELACAO-GR41 NOT = 01 AND NOT = 02 AND NOT = 04
                           AND NOT = 05 AND NOT = 08
              DISPLAY "O " ARQUIVO-PAI-GR41 " NAO SE CRIA PELA FILA -"
                      " CADASTRE NO PROGRAMA PROPRIO"
              GO TO CRIA-PAI-FIM.
           DISPLAY "NOME P/ O " ARQUIVO-PAI-GR41 " " CHAVE-PAI-GR41
                   ": " WITH NO ADVANCING.
           ACCEPT OBS-W.
           IF OBS-W = SPACES
              GO TO CRIA-PAI-FIM.
           DISPLAY "CONFIRMA A CRIACAO (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND NOT = "s"
              GO TO CRIA-PAI-FIM.
           MOVE ARQUIVO-PAI-GR41 TO LOG-ARQUIVO-W.
           MOVE 1 TO OK-W.
           EVALUATE RELACAO-GR41
               WHEN 01
               WHEN 02 CLOSE CGD010
                       OPEN I-O CGD010
                       INITIALIZE REG-CGD010
                       MOVE CHAVE-PAI-GR41 TO COD-COMPL-CG10
                       MOVE OBS-W          TO COMPRADOR-CG10
                       WRITE REG-CGD010 INVALID KEY
                             MOVE 0 TO OK-W
                       END-WRITE
                       MOVE ST-CGD010  TO ST-PAI-W
                       MOVE REG-CGD010 TO IMAGEM-W
               WHEN 04
               WHEN 05 CLOSE MTD019
                       OPEN I-O MTD019
                       INITIALIZE REG-MTD019
                       MOVE CHAVE-PAI-GR41 TO ALBUM-MT19
                       MOVE OBS-W          TO NOME-FORM-MT19
                       MOVE DATA-SISTEMA-N TO DATAMOV-MT19
                       WRITE REG-MTD019 INVALID KEY
                             MOVE 0 TO OK-W
                       END-WRITE
                       MOVE ST-MTD019  TO ST-PAI-W
                       MOVE REG-MTD019 TO IMAGEM-W
               WHEN 08 CLOSE CGD001
                       OPEN I-O CGD001
                       INITIALIZE REG-CGD001
                       MOVE CHAVE-PAI-GR41 TO CODIGO-CG01
                       MOVE OBS-W          TO NOME-CG01
                       MOVE OBS-W          TO NOME-RED-CG01
                       WRITE REG-CGD001 INVALID KEY
                             MOVE 0 TO OK-W
                       END-WRITE
                       MOVE ST-CGD001  TO ST-PAI-W
                       MOVE REG-CGD001 TO IMAGEM-W
           END-EVALUATE.
           IF OK-W = 0
              DISPLAY "ERRO CRIANDO " ARQUIVO-PAI-GR41 ": " ST-PAI-W
              GO TO CRIA-PAI-FIM.
           MOVE "I" TO LOG-OPERACAO-W.
           PERFORM GRAVA-LOG.
           MOVE CHAVE-PAI-GR41 TO NOVO-PAI-W.
       CRIA-PAI-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    E - EXCLUI O REGISTRO ORFAO
      *    ------------------------------------------------------
       EXCLUI-FILHO SECTION.
           DISPLAY "JUSTIFICATIVA: " WITH NO ADVANCING.
           ACCEPT OBS-W.
           IF OBS-W = SPACES
              DISPLAY "EXCLUSAO SEM JUSTIFICATIVA NAO E ACEITA"
              GO TO EXCLUI-FILHO-FIM.
           DISPLAY "EXCLUI O " ARQUIVO-FILHO-GR41 " "
                   CHAVE-FILHO-GR41 (1: 27) " (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND NOT = "s"
              GO TO EXCLUI-FILHO-FIM.
           MOVE "E" TO LOG-OPERACAO-W.
           PERFORM GRAVA-LOG.
           PERFORM APAGA-FILHO.
       EXCLUI-FILHO-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    A - ACEITA COMO ESTA (NAO MEXE NO ARQUIVO)
      *    ------------------------------------------------------
       ACEITA-ORFAO SECTION.
           DISPLAY "JUSTIFICATIVA: " WITH NO ADVANCING.
           ACCEPT OBS-W.
           IF OBS-W = SPACES
              DISPLAY "ACEITE SEM JUSTIFICATIVA NAO E ACEITO"
              GO TO ACEITA-ORFAO-FIM.
           MOVE 1 TO OK-W.
       ACEITA-ORFAO-FIM.
           CONTINUE.

      *    LOG002 - imagem do registro; na colisao de chave
      *    (usuario + data + hora) anda um centesimo, como no GRIMAGE
       GRAVA-LOG SECTION.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           INITIALIZE REG-LOG002.
           MOVE USUARIO-W      TO LOG2-USUARIO.
           MOVE DATA-SISTEMA-N TO LOG2-DATA.
           MOVE HORA-SISTEMA-W TO LOG2-HORAS.
           MOVE LOG-OPERACAO-W TO LOG2-OPERACAO.
           MOVE LOG-ARQUIVO-W  TO LOG2-ARQUIVO.
           MOVE "GRINT2"       TO LOG2-PROGRAMA.
           MOVE IMAGEM-W       TO LOG2-REGISTRO.
           WRITE REG-LOG002 INVALID KEY
                 ADD 1 TO LOG2-HORAS
                 WRITE REG-LOG002 INVALID KEY
                       DISPLAY "ERRO GRAVANDO LOG002: " ST-LOG002
                 END-WRITE
           END-WRITE.

       FINALIZA-PROGRAMA SECTION.
           CLOSE GRD041 LOG002.

       END PROGRAM GRINT2.
