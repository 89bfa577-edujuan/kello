       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP033.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: SEGUROS DA EMPRESA E SINISTROS - AS APOLICES FICAVAM
      *        NUMA PASTA E, QUANDO SUMIA UM KIT DE CAMERA (COP127),
      *        NINGUEM SABIA QUAL APOLICE COBRIA NEM ATE QUANDO DAVA
      *        P/ AVISAR A SEGURADORA.
      *        OPCAO 1 - APOLICE (CPD042): SEGURADORA, NUMERO, RAMO,
      *          COBERTURA, IS/FRANQUIA, VIGENCIA, PRAZO DE AVISO DE
      *          SINISTRO; GERA UMA VEZ AS PARCELAS DO PREMIO NO
      *          CPD020 (VENCIMENTO MENSAL A PARTIR DO 1O);
      *        OPCAO 2 - BENS COBERTOS (CPD043): ATIVO CTD102
      *          (VEICULOS INCLUSIVE), SERIE DO EQUIPAMENTO COD128 OU
      *          EVENTO;
      *        OPCAO 3 - ABRE SINISTRO (CPD044): ACHA A APOLICE
      *          VIGENTE NA DATA QUE COBRE O BEM E CALCULA O PRAZO DE
      *          AVISO; MARCA OS DOCUMENTOS EXIGIDOS;
      *        OPCAO 4 - ANDAMENTO DO SINISTRO: AVISO/PROTOCOLO,
      *          ENTREGA DE DOCUMENTOS, DECISAO DA SEGURADORA E
      *          RECEBIMENTO DA INDENIZACAO (ENTRADA 66 NO CXD100,
      *          COM A TRAVA DE DIA FECHADO CXD127); COM PERDA TOTAL
      *          O BEM E BAIXADO NO CTD102 (E O EQUIPAMENTO FICA
      *          EXTRAVIADO NO COD128);
      *        OPCAO 5 - CONSULTA: QUAIS APOLICES COBREM UM BEM;
      *        OPCAO 6 - RELATORIO: APOLICES VENCIDAS OU A VENCER EM
      *          60 DIAS E SINISTROS EM ABERTO COM O PRAZO DE AVISO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX042.
           COPY CPPX043.
           COPY CPPX044.
           COPY CTPX102.
           COPY COPX128.
           COPY CXPX020.
           COPY CXPX100.
           COPY CXPX127.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CPPW020.
           COPY CPPW042.
           COPY CPPW043.
           COPY CPPW044.
           COPY CTPW102.
           COPY COPW128.
           COPY CXPW020.
           COPY CXPW100.
           COPY CXPW127.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD042             PIC XX       VALUE SPACES.
           05  ST-CPD043             PIC XX       VALUE SPACES.
           05  ST-CPD044             PIC XX       VALUE SPACES.
           05  ST-CTD102             PIC XX       VALUE SPACES.
           05  ST-COD128             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD127             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  APOLICE-W             PIC 9(5)     VALUE ZEROS.
           05  SINISTRO-W            PIC 9(6)     VALUE ZEROS.
           05  TIPO-BEM-W            PIC 9        VALUE ZEROS.
           05  COD-BEM-W             PIC X(15)    VALUE SPACES.
           05  CODIGO-BEM-W          PIC 9(5)     VALUE ZEROS.
           05  DATA-W                PIC 9(8)     VALUE ZEROS.
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  QT-APOLICES-W         PIC 9(2)     VALUE ZEROS.
           05  ESCOLHA-W             PIC 9(2)     VALUE ZEROS.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-CX-W         PIC 9(4)     VALUE ZEROS.
           05  VLR-PARCELA-W         PIC 9(8)V99  VALUE ZEROS.
           05  VLR-ULT-PARC-W        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-W               PIC 9(10)V99 VALUE ZEROS.
           05  CONTA-REDUZ-W         PIC 9(5)     VALUE ZEROS.
           05  DIA-BASE-W            PIC 9(2)     VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

      *    apolices que cobrem o bem na data da ocorrencia
       01  TAB-COBERTURA.
           05  TC-APOLICE OCCURS 20 TIMES PIC 9(5).

       01  VENCTO-W.
           05  AA-VENCTO-W           PIC 9(4).
           05  MM-VENCTO-W           PIC 9(2).
           05  DD-VENCTO-W           PIC 9(2).
       01  VENCTO-N-W REDEFINES VENCTO-W PIC 9(8).

       01  TAB-ULTIMO-DIA.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  RED-ULTIMO-DIA REDEFINES TAB-ULTIMO-DIA.
           05  ULTIMO-DIA-W OCCURS 12  PIC 9(2).

       01  PARAMETROS-GRADAY1.
           05  DDMMAA.
               10  DD                PIC 9(2).
               10  MM                PIC 9(2).
               10  AA                PIC 9(4).
           05  GRDIAS-NUM-DIAS       PIC 9(4).

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
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD042       PIC X(60)    VALUE SPACES.
           05  PATH-CPD043       PIC X(60)    VALUE SPACES.
           05  PATH-CPD044       PIC X(60)    VALUE SPACES.
           05  PATH-CTD102       PIC X(60)    VALUE SPACES.
           05  PATH-COD128       PIC X(60)    VALUE SPACES.
           05  PATH-CXD020       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-CXD127       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CPP033 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(50)  VALUE
               "SEGUROS - VENCIMENTOS E SINISTROS EM ABERTO".
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(13)  VALUE "APOLICE/SIN.".
           05  FILLER            PIC X(22)  VALUE "NR.APOLICE / BEM".
           05  FILLER            PIC X(12)  VALUE "SEGURADORA".
           05  FILLER            PIC X(12)  VALUE "INICIO/OCOR".
           05  FILLER            PIC X(16)  VALUE "FIM/LIM.AVISO".
           05  FILLER            PIC X(25)  VALUE "SITUACAO".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM CADASTRO-APOLICE
                  WHEN 2 PERFORM BENS-COBERTOS
                  WHEN 3 PERFORM ABRE-SINISTRO
                  WHEN 4 PERFORM ANDAMENTO-SINISTRO
                  WHEN 5 PERFORM CONSULTA-COBERTURA
                  WHEN 6 PERFORM RELATORIO-SEGUROS
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-APOLICE  2-BENS COBERTOS  3-ABRE SINISTRO".
           DISPLAY "4-ANDAMENTO SINISTRO  5-CONSULTA COBERTURA"
                   "  6-RELATORIO: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 6
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W < 5
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CPD042"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD042
              MOVE "CPD043"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD043
              MOVE "CPD044"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD044
              MOVE "CTD102"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CTD102
              MOVE "COD128"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD128
              MOVE "CXD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD020
              MOVE "CXD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD100
              MOVE "CXD127"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD127
              OPEN INPUT CXD020 CXD127
              OPEN I-O CPD020 CPD042 CPD043 CPD044 CTD102 COD128
                       CXD100
              IF ST-CPD042 = "35"
                 CLOSE CPD042      OPEN OUTPUT CPD042
                 CLOSE CPD042      OPEN I-O CPD042
              END-IF
              IF ST-CPD043 = "35"
                 CLOSE CPD043      OPEN OUTPUT CPD043
                 CLOSE CPD043      OPEN I-O CPD043
              END-IF
              IF ST-CPD044 = "35"
                 CLOSE CPD044      OPEN OUTPUT CPD044
                 CLOSE CPD044      OPEN I-O CPD044
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD042 > "09"
                 DISPLAY "ERRO ABERTURA CPD042: " ST-CPD042
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD043 > "09"
                 DISPLAY "ERRO ABERTURA CPD043: " ST-CPD043
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD044 > "09"
                 DISPLAY "ERRO ABERTURA CPD044: " ST-CPD044
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CTD102 > "09"
                 DISPLAY "ERRO ABERTURA CTD102: " ST-CTD102
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD128 > "09"
                 DISPLAY "ERRO ABERTURA COD128: " ST-COD128
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CXD100 > "09"
                 DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CPD020 CPD042 CPD043 CPD044 CTD102 COD128
                       CXD020 CXD100 CXD127
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - APOLICE E PREMIO
      *----------------------------------------------------------------
       CADASTRO-APOLICE SECTION.
           DISPLAY "APOLICE (CODIGO INTERNO, 0 = NOVA): "
                   WITH NO ADVANCING.
           ACCEPT APOLICE-W.
           IF APOLICE-W = ZEROS
              PERFORM PROXIMA-APOLICE
              INITIALIZE REG-CPD042
              MOVE APOLICE-W TO CODIGO-CP42
              DISPLAY "APOLICE NOVA: " APOLICE-W
              PERFORM ACEITA-DADOS-APOLICE
              MOVE USUARIO-W TO USUARIO-CP42
              WRITE REG-CPD042 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CPD042: " ST-CPD042
                    GO TO CADASTRO-APOLICE-FIM
              END-WRITE
           ELSE
              MOVE APOLICE-W TO CODIGO-CP42
              READ CPD042 INVALID KEY
                   DISPLAY "APOLICE NAO CADASTRADA"
                   GO TO CADASTRO-APOLICE-FIM
              END-READ
              DISPLAY NR-APOLICE-CP42 " " COBERTURA-CP42
              DISPLAY "SITUACAO " SITUACAO-CP42
                      " (0-ATIVA 1-CANCELADA 2-RENOVADA) - NOVA: "
                      WITH NO ADVANCING
              ACCEPT SITUACAO-CP42
              DISPLAY "ALTERA OS DADOS (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA-W
              IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
                 IF PREMIO-GERADO-CP42 = 1
                    DISPLAY "PREMIO JA NO CPD020 - VALOR/PARCELAS "
                            "NAO SERAO REGERADOS"
                 END-IF
                 PERFORM ACEITA-DADOS-APOLICE
              END-IF
              MOVE USUARIO-W TO USUARIO-CP42
              REWRITE REG-CPD042 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CPD042: " ST-CPD042
                    GO TO CADASTRO-APOLICE-FIM
              END-REWRITE.
           IF PREMIO-GERADO-CP42 = 0 AND VLR-PREMIO-CP42 > ZEROS
              DISPLAY "GERA AS PARCELAS DO PREMIO NO CPD020 (S/N)? "
                      WITH NO ADVANCING
              ACCEPT CONFIRMA-W
              IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
                 PERFORM GERA-PREMIO
              END-IF.
       CADASTRO-APOLICE-FIM.
           CONTINUE.

       PROXIMA-APOLICE SECTION.
           MOVE ZEROS TO APOLICE-W CODIGO-CP42.
           START CPD042 KEY IS NOT LESS CODIGO-CP42 INVALID KEY
                 MOVE "10" TO ST-CPD042
           END-START.
           PERFORM UNTIL ST-CPD042 = "10"
              READ CPD042 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD042
              NOT AT END
                   MOVE CODIGO-CP42 TO APOLICE-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD042.
           ADD 1 TO APOLICE-W.

       ACEITA-DADOS-APOLICE SECTION.
           DISPLAY "SEGURADORA (FORNEC CGD001)..: " WITH NO ADVANCING.
           ACCEPT SEGURADORA-CP42.
           DISPLAY "NUMERO DA APOLICE...........: " WITH NO ADVANCING.
           ACCEPT NR-APOLICE-CP42.
           DISPLAY "RAMO (1-VEICULO 2-EQUIPAMENTO 3-EVENTO "
                   "4-PATRIMONIAL 9-OUTROS): " WITH NO ADVANCING.
           ACCEPT RAMO-CP42.
           DISPLAY "COBERTURA...................: " WITH NO ADVANCING.
           ACCEPT COBERTURA-CP42.
           DISPLAY "IMPORTANCIA SEGURADA........: " WITH NO ADVANCING.
           ACCEPT VLR-IS-CP42.
           DISPLAY "FRANQUIA....................: " WITH NO ADVANCING.
           ACCEPT VLR-FRANQUIA-CP42.
           DISPLAY "INICIO DA VIGENCIA AAAAMMDD.: " WITH NO ADVANCING.
           ACCEPT INICIO-VIG-CP42.
           DISPLAY "FIM DA VIGENCIA AAAAMMDD....: " WITH NO ADVANCING.
           ACCEPT FIM-VIG-CP42.
           DISPLAY "PRAZO DE AVISO DE SINISTRO (DIAS): "
                   WITH NO ADVANCING.
           ACCEPT PRAZO-AVISO-CP42.
           IF PREMIO-GERADO-CP42 = 0
              DISPLAY "PREMIO TOTAL................: "
                      WITH NO ADVANCING
              ACCEPT VLR-PREMIO-CP42
              DISPLAY "NR. DE PARCELAS DO PREMIO...: "
                      WITH NO ADVANCING
              ACCEPT NR-PARC-PREMIO-CP42
              IF NR-PARC-PREMIO-CP42 = ZEROS
                 MOVE 1 TO NR-PARC-PREMIO-CP42
              END-IF
              DISPLAY "1O VENCIMENTO AAAAMMDD......: "
                      WITH NO ADVANCING
              ACCEPT PRIM-VENCTO-CP42
              DISPLAY "CONTA REDUZIDA DA DESPESA...: "
                      WITH NO ADVANCING
              ACCEPT CONTA-DESP-CP42.

      *    premio em NR-PARC parcelas mensais a partir do 1o
      *    vencimento; a ultima absorve o arredondamento
       GERA-PREMIO SECTION.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CP"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A PAGAR - "
                      "LIBERE NO CAP021"
              GO TO GERA-PREMIO-FIM.
           COMPUTE VLR-PARCELA-W = VLR-PREMIO-CP42
                                 / NR-PARC-PREMIO-CP42.
           COMPUTE VLR-ULT-PARC-W = VLR-PREMIO-CP42
                 - (VLR-PARCELA-W * (NR-PARC-PREMIO-CP42 - 1)).
           MOVE PRIM-VENCTO-CP42 TO VENCTO-N-W.
           MOVE DD-VENCTO-W      TO DIA-BASE-W.
           PERFORM PROXIMA-SEQ-CPD020.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > NR-PARC-PREMIO-CP42
              PERFORM GRAVA-PARCELA-PREMIO
              ADD 1 TO PROX-SEQ-CP-W
              PERFORM PROXIMO-VENCIMENTO
           END-PERFORM.
           MOVE 1 TO PREMIO-GERADO-CP42.
           REWRITE REG-CPD042 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD042: " ST-CPD042
           END-REWRITE.
           DISPLAY NR-PARC-PREMIO-CP42 " PARCELA(S) DO PREMIO NO "
                   "CPD020".
       GERA-PREMIO-FIM.
           CONTINUE.

       PROXIMA-SEQ-CPD020 SECTION.
           MOVE ZEROS           TO PROX-SEQ-CP-W.
           MOVE SEGURADORA-CP42 TO FORNEC-CP20.
           MOVE ZEROS           TO SEQ-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = SEGURADORA-CP42
                      MOVE "10" TO ST-CPD020
                   ELSE
                      MOVE SEQ-CP20 TO PROX-SEQ-CP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           ADD 1 TO PROX-SEQ-CP-W.

       GRAVA-PARCELA-PREMIO SECTION.
           INITIALIZE REG-CPD020.
           MOVE DATA-SISTEMA-N  TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20.
           MOVE SEGURADORA-CP42 TO FORNEC-CP20.
           MOVE PROX-SEQ-CP-W   TO SEQ-CP20.
           MOVE ZEROS           TO TIPO-FORN-CP20.
           MOVE "SEG"           TO NR-DOCTO-CP20 (1: 3).
           MOVE CODIGO-CP42     TO NR-DOCTO-CP20 (4: 5).
           MOVE VENCTO-N-W      TO DATA-VENCTO-CP20.
           MOVE SPACES          TO DESCRICAO-CP20.
           MOVE "SEGURO"        TO DESCRICAO-CP20 (1: 6).
           MOVE NR-APOLICE-CP42 TO DESCRICAO-CP20 (8: 20).
           MOVE I               TO NR-PARC-CP20.
           MOVE NR-PARC-PREMIO-CP42 TO TOT-PARC-CP20.
           MOVE CONTA-DESP-CP42 TO CODREDUZ-APUR-CP20.
           IF I = NR-PARC-PREMIO-CP42
              MOVE VLR-ULT-PARC-W TO VALOR-TOT-CP20
           ELSE
              MOVE VLR-PARCELA-W  TO VALOR-TOT-CP20.
           MOVE 1               TO LIBERADO-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           MOVE 1               TO TIPO-CONTA-CP20.
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD020: " ST-CPD020
           END-WRITE.

       PROXIMO-VENCIMENTO SECTION.
           ADD 1 TO MM-VENCTO-W.
           IF MM-VENCTO-W > 12
              MOVE 1 TO MM-VENCTO-W
              ADD 1 TO AA-VENCTO-W.
           MOVE DIA-BASE-W TO DD-VENCTO-W.
           IF DD-VENCTO-W > ULTIMO-DIA-W (MM-VENCTO-W)
              MOVE ULTIMO-DIA-W (MM-VENCTO-W) TO DD-VENCTO-W.

      *----------------------------------------------------------------
      *    OPCAO 2 - BENS COBERTOS
      *----------------------------------------------------------------
       BENS-COBERTOS SECTION.
           DISPLAY "APOLICE: " WITH NO ADVANCING.
           ACCEPT APOLICE-W.
           MOVE APOLICE-W TO CODIGO-CP42.
           READ CPD042 INVALID KEY
                DISPLAY "APOLICE NAO CADASTRADA"
                GO TO BENS-COBERTOS-FIM
           END-READ.
           DISPLAY NR-APOLICE-CP42 " " COBERTURA-CP42.
           PERFORM ACEITA-BEM.
           PERFORM UNTIL TIPO-BEM-W = ZEROS
              PERFORM MANUTENCAO-UM-BEM
              PERFORM ACEITA-BEM
           END-PERFORM.
       BENS-COBERTOS-FIM.
           CONTINUE.

       ACEITA-BEM SECTION.
           DISPLAY "TIPO DO BEM (1-ATIVO CTD102 2-EQUIPAMENTO COD128 "
                   "3-EVENTO, 0 ENCERRA): " WITH NO ADVANCING.
           ACCEPT TIPO-BEM-W.
           MOVE SPACES TO COD-BEM-W.
           IF TIPO-BEM-W = 1
              DISPLAY "CODIGO DO BEM: " WITH NO ADVANCING
              ACCEPT CODIGO-BEM-W
              MOVE CODIGO-BEM-W TO COD-BEM-W (1: 5)
           ELSE
              IF TIPO-BEM-W = 2 OR TIPO-BEM-W = 3
                 DISPLAY "SERIE / IDENTIFICACAO: " WITH NO ADVANCING
                 ACCEPT COD-BEM-W
              ELSE
                 MOVE ZEROS TO TIPO-BEM-W.

       MANUTENCAO-UM-BEM SECTION.
           MOVE APOLICE-W  TO APOLICE-CP43.
           MOVE TIPO-BEM-W TO TIPO-BEM-CP43.
           MOVE COD-BEM-W  TO COD-BEM-CP43.
           READ CPD043 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                DISPLAY "BEM JA COBERTO: " DESCRICAO-CP43
                DISPLAY "RETIRA DA APOLICE (S/N)? " WITH NO ADVANCING
                ACCEPT CONFIRMA-W
                IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
                   DELETE CPD043 INVALID KEY
                          DISPLAY "ERRO EXCLUINDO CPD043: " ST-CPD043
                   END-DELETE
                END-IF
                GO TO MANUTENCAO-UM-BEM-FIM
           END-READ.
           INITIALIZE REG-CPD043.
           MOVE APOLICE-W  TO APOLICE-CP43.
           MOVE TIPO-BEM-W TO TIPO-BEM-CP43.
           MOVE COD-BEM-W  TO COD-BEM-CP43.
           EVALUATE TIPO-BEM-W
               WHEN 1
                    MOVE CODIGO-BEM-W TO CODIGO-CT102
                    READ CTD102 INVALID KEY
                         DISPLAY "BEM NAO CADASTRADO NO CTD102"
                         GO TO MANUTENCAO-UM-BEM-FIM
                    END-READ
                    IF SITUACAO-CT102 NOT = 0
                       DISPLAY "BEM JA BAIXADO NO CTD102"
                       GO TO MANUTENCAO-UM-BEM-FIM
                    END-IF
                    MOVE DESCRICAO-CT102 TO DESCRICAO-CP43
                    MOVE VLR-AQUIS-CT102 TO VLR-SEGURADO-CP43
               WHEN 2
                    MOVE COD-BEM-W TO SERIE-CO128
                    READ COD128 INVALID KEY
                         DISPLAY "SERIE NAO CADASTRADA NO COD128"
                         GO TO MANUTENCAO-UM-BEM-FIM
                    END-READ
                    MOVE DESCRICAO-CO128 TO DESCRICAO-CP43
               WHEN 3
                    DISPLAY "DESCRICAO DO EVENTO: " WITH NO ADVANCING
                    ACCEPT DESCRICAO-CP43
           END-EVALUATE.
           DISPLAY DESCRICAO-CP43.
           DISPLAY "VALOR SEGURADO DO BEM: " WITH NO ADVANCING.
           ACCEPT VLR-SEGURADO-CP43.
           WRITE REG-CPD043 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD043: " ST-CPD043
           END-WRITE.
       MANUTENCAO-UM-BEM-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 3 - ABERTURA DO SINISTRO
      *----------------------------------------------------------------
       ABRE-SINISTRO SECTION.
           PERFORM ACEITA-BEM.
           IF TIPO-BEM-W = ZEROS
              GO TO ABRE-SINISTRO-FIM.
           DISPLAY "DATA DA OCORRENCIA AAAAMMDD: " WITH NO ADVANCING.
           ACCEPT DATA-W.
           MOVE 1 TO ACAO-W.
           PERFORM PROCURA-COBERTURA.
           IF QT-APOLICES-W = ZEROS
              DISPLAY "BEM SEM APOLICE VIGENTE NA DATA DA OCORRENCIA"
              GO TO ABRE-SINISTRO-FIM.
           MOVE 1 TO ESCOLHA-W.
           IF QT-APOLICES-W > 1
              DISPLAY "QUAL APOLICE (1 A " QT-APOLICES-W "): "
                      WITH NO ADVANCING
              ACCEPT ESCOLHA-W
              IF ESCOLHA-W = ZEROS OR ESCOLHA-W > QT-APOLICES-W
                 GO TO ABRE-SINISTRO-FIM
              END-IF.
           MOVE TC-APOLICE (ESCOLHA-W) TO CODIGO-CP42.
           READ CPD042 INVALID KEY
                DISPLAY "APOLICE NAO CADASTRADA"
                GO TO ABRE-SINISTRO-FIM
           END-READ.
           PERFORM PROXIMO-SINISTRO.
           INITIALIZE REG-CPD044.
           MOVE SINISTRO-W  TO NR-SINISTRO-CP44.
           MOVE CODIGO-CP42 TO APOLICE-CP44.
           MOVE TIPO-BEM-W  TO TIPO-BEM-CP44.
           MOVE COD-BEM-W   TO COD-BEM-CP44.
           MOVE DATA-W      TO DATA-OCORRENCIA-CP44.
           DISPLAY "O QUE ACONTECEU.............: " WITH NO ADVANCING.
           ACCEPT DESCRICAO-CP44.
           DISPLAY "LOCAL / EVENTO..............: " WITH NO ADVANCING.
           ACCEPT LOCAL-CP44.
           DISPLAY "VALOR RECLAMADO.............: " WITH NO ADVANCING.
           ACCEPT VLR-RECLAMADO-CP44.
           DISPLAY "DOCUMENTOS EXIGIDOS (S/N) - BOLETIM DE "
                   "OCORRENCIA: " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           PERFORM MARCA-EXIGIDO.
           MOVE ESCOLHA-W TO DOC-BO-CP44.
           DISPLAY "  NOTA FISCAL DO BEM: " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           PERFORM MARCA-EXIGIDO.
           MOVE ESCOLHA-W TO DOC-NF-CP44.
           DISPLAY "  LAUDO / ORCAMENTO: " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           PERFORM MARCA-EXIGIDO.
           MOVE ESCOLHA-W TO DOC-LAUDO-CP44.
           DISPLAY "  OUTROS: " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           PERFORM MARCA-EXIGIDO.
           MOVE ESCOLHA-W TO DOC-OUTROS-CP44.
           MOVE DATA-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DDMMAA.
           MOVE PRAZO-AVISO-CP42 TO GRDIAS-NUM-DIAS.
           CALL "GRADAY1" USING PARAMETROS-GRADAY1.
           MOVE DDMMAA TO DATA-INVERTE-W.
           CALL "GRIDAT2" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-LIMITE-AVISO-CP44.
           MOVE 0         TO SITUACAO-CP44.
           MOVE USUARIO-W TO USUARIO-CP44.
           WRITE REG-CPD044 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD044: " ST-CPD044
                 GO TO ABRE-SINISTRO-FIM
           END-WRITE.
           MOVE DATA-LIMITE-AVISO-CP44 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           DISPLAY "SINISTRO " SINISTRO-W " - APOLICE "
                   NR-APOLICE-CP42.
           DISPLAY "AVISAR A SEGURADORA ATE " DATA-E.
       ABRE-SINISTRO-FIM.
           CONTINUE.

       MARCA-EXIGIDO SECTION.
           IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
              MOVE 1 TO ESCOLHA-W
           ELSE
              MOVE 0 TO ESCOLHA-W.

       PROXIMO-SINISTRO SECTION.
           MOVE ZEROS TO SINISTRO-W NR-SINISTRO-CP44.
           START CPD044 KEY IS NOT LESS NR-SINISTRO-CP44 INVALID KEY
                 MOVE "10" TO ST-CPD044
           END-START.
           PERFORM UNTIL ST-CPD044 = "10"
              READ CPD044 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD044
              NOT AT END
                   MOVE NR-SINISTRO-CP44 TO SINISTRO-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD044.
           ADD 1 TO SINISTRO-W.

      *    apolices que cobrem TIPO-BEM-W/COD-BEM-W (chave ALT1 do
      *    CPD043); ACAO-W = 1 so as ativas vigentes em DATA-W
       PROCURA-COBERTURA SECTION.
           MOVE ZEROS      TO QT-APOLICES-W.
           MOVE TIPO-BEM-W TO TIPO-BEM-CP43.
           MOVE COD-BEM-W  TO COD-BEM-CP43.
           MOVE ZEROS      TO APOLICE-CP43.
           START CPD043 KEY IS NOT LESS ALT1-CP43 INVALID KEY
                 MOVE "10" TO ST-CPD043
           END-START.
           PERFORM UNTIL ST-CPD043 = "10"
              READ CPD043 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD043
              NOT AT END
                   IF TIPO-BEM-CP43 NOT = TIPO-BEM-W
                      OR COD-BEM-CP43 NOT = COD-BEM-W
                      MOVE "10" TO ST-CPD043
                   ELSE
                      PERFORM CONFERE-APOLICE-BEM
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD043.

       CONFERE-APOLICE-BEM SECTION.
           MOVE APOLICE-CP43 TO CODIGO-CP42.
           READ CPD042 INVALID KEY
                GO TO CONFERE-APOLICE-BEM-FIM
           END-READ.
           IF ACAO-W = 1
              IF SITUACAO-CP42 = 1
                 OR DATA-W < INICIO-VIG-CP42
                 OR DATA-W > FIM-VIG-CP42
                 GO TO CONFERE-APOLICE-BEM-FIM.
           IF QT-APOLICES-W < 20
              ADD 1 TO QT-APOLICES-W
              MOVE CODIGO-CP42 TO TC-APOLICE (QT-APOLICES-W).
           MOVE INICIO-VIG-CP42 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           DISPLAY QT-APOLICES-W " APOLICE " CODIGO-CP42 " "
                   NR-APOLICE-CP42 " DE " DATA-E WITH NO ADVANCING.
           MOVE FIM-VIG-CP42 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE VLR-SEGURADO-CP43 TO VALOR-E.
           DISPLAY " A " DATA-E " SEGURADO " VALOR-E
                   " FRANQUIA " VLR-FRANQUIA-CP42.
       CONFERE-APOLICE-BEM-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 4 - ANDAMENTO DO SINISTRO
      *----------------------------------------------------------------
       ANDAMENTO-SINISTRO SECTION.
           DISPLAY "SINISTRO: " WITH NO ADVANCING.
           ACCEPT SINISTRO-W.
           MOVE SINISTRO-W TO NR-SINISTRO-CP44.
           READ CPD044 INVALID KEY
                DISPLAY "SINISTRO NAO CADASTRADO"
                GO TO ANDAMENTO-SINISTRO-FIM
           END-READ.
           IF SITUACAO-CP44 = 4
              DISPLAY "SINISTRO JA ENCERRADO"
              GO TO ANDAMENTO-SINISTRO-FIM.
           MOVE APOLICE-CP44 TO CODIGO-CP42.
           READ CPD042 INVALID KEY
                INITIALIZE REG-CPD042
           END-READ.
           DISPLAY DESCRICAO-CP44 " - " COD-BEM-CP44.
           DISPLAY "SITUACAO " SITUACAO-CP44 "  DOCUMENTOS (BO NF "
                   "LAUDO OUTROS): " DOCUMENTOS-CP44
                   "  (0-NAO EXIGIDO 1-PENDENTE 2-ENTREGUE)".
           DISPLAY "1-AVISO A SEGURADORA  2-DOCUMENTO ENTREGUE  "
                   "3-DECISAO  4-RECEBIMENTO: " WITH NO ADVANCING.
           ACCEPT ACAO-W.
           EVALUATE ACAO-W
               WHEN 1 PERFORM REGISTRA-AVISO
               WHEN 2 PERFORM REGISTRA-DOCUMENTO
               WHEN 3 PERFORM REGISTRA-DECISAO
               WHEN 4 PERFORM RECEBE-INDENIZACAO
               WHEN OTHER
                    DISPLAY "ACAO INVALIDA"
                    GO TO ANDAMENTO-SINISTRO-FIM
           END-EVALUATE.
           MOVE USUARIO-W TO USUARIO-CP44.
           REWRITE REG-CPD044 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD044: " ST-CPD044
           END-REWRITE.
       ANDAMENTO-SINISTRO-FIM.
           CONTINUE.

       REGISTRA-AVISO SECTION.
           DISPLAY "DATA DO AVISO AAAAMMDD (0 = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT DATA-AVISO-CP44.
           IF DATA-AVISO-CP44 = ZEROS
              MOVE DATA-SISTEMA-N TO DATA-AVISO-CP44.
           DISPLAY "PROTOCOLO NA SEGURADORA: " WITH NO ADVANCING.
           ACCEPT PROTOCOLO-CP44.
           IF DATA-AVISO-CP44 > DATA-LIMITE-AVISO-CP44
              DISPLAY "ATENCAO: AVISO FORA DO PRAZO DA APOLICE".
           IF SITUACAO-CP44 = 0
              MOVE 1 TO SITUACAO-CP44.
           PERFORM CONFERE-DOCUMENTOS.

       REGISTRA-DOCUMENTO SECTION.
           DISPLAY "DOCUMENTO (1-BO 2-NF 3-LAUDO 4-OUTROS): "
                   WITH NO ADVANCING.
           ACCEPT ESCOLHA-W.
           EVALUATE ESCOLHA-W
               WHEN 1 MOVE 2 TO DOC-BO-CP44
               WHEN 2 MOVE 2 TO DOC-NF-CP44
               WHEN 3 MOVE 2 TO DOC-LAUDO-CP44
               WHEN 4 MOVE 2 TO DOC-OUTROS-CP44
               WHEN OTHER DISPLAY "DOCUMENTO INVALIDO"
           END-EVALUATE.
           PERFORM CONFERE-DOCUMENTOS.

      *    avisado e sem documento pendente = documentado
       CONFERE-DOCUMENTOS SECTION.
           IF SITUACAO-CP44 = 1
              AND DOC-BO-CP44 NOT = 1
              AND DOC-NF-CP44 NOT = 1
              AND DOC-LAUDO-CP44 NOT = 1
              AND DOC-OUTROS-CP44 NOT = 1
              MOVE 2 TO SITUACAO-CP44
              DISPLAY "DOCUMENTACAO COMPLETA".

       REGISTRA-DECISAO SECTION.
           IF DATA-AVISO-CP44 = ZEROS
              DISPLAY "SINISTRO AINDA NAO AVISADO A SEGURADORA"
              GO TO REGISTRA-DECISAO-FIM.
           DISPLAY "DECISAO (1-INDENIZACAO 2-NEGADO): "
                   WITH NO ADVANCING.
           ACCEPT DECISAO-CP44.
           MOVE DATA-SISTEMA-N TO DATA-DECISAO-CP44.
           IF DECISAO-CP44 = 2
              MOVE ZEROS TO VLR-INDENIZACAO-CP44
              MOVE 4     TO SITUACAO-CP44
              DISPLAY "SINISTRO NEGADO - ENCERRADO"
           ELSE
              MOVE 1 TO DECISAO-CP44
              DISPLAY "VALOR DA INDENIZACAO (JA SEM FRANQUIA): "
                      WITH NO ADVANCING
              ACCEPT VLR-INDENIZACAO-CP44
              DISPLAY "PERDA TOTAL DO BEM (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA-W
              IF CONFIRMA-W = "S" OR CONFIRMA-W = "s"
                 MOVE 1 TO PERDA-TOTAL-CP44
              ELSE
                 MOVE 0 TO PERDA-TOTAL-CP44
              END-IF
              MOVE 3 TO SITUACAO-CP44.
       REGISTRA-DECISAO-FIM.
           CONTINUE.

      *    indenizacao entra no caixa como 66; com perda total o bem
      *    sai do imobilizado pelo valor indenizado
       RECEBE-INDENIZACAO SECTION.
           IF SITUACAO-CP44 NOT = 3 OR DECISAO-CP44 NOT = 1
              DISPLAY "SINISTRO SEM DECISAO DE INDENIZACAO"
              GO TO RECEBE-INDENIZACAO-FIM.
           MOVE DATA-SISTEMA-N TO DATA-FECH-CX127.
           READ CXD127 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF SITUACAO-CX127 = 0
                   DISPLAY "DIA FECHADO NO CAIXA (CXP126/CXP127) -"
                           " RECEBIMENTO BLOQUEADO"
                   GO TO RECEBE-INDENIZACAO-FIM
                END-IF
           END-READ.
           MOVE VLR-INDENIZACAO-CP44 TO VALOR-E.
           DISPLAY "VALOR RECEBIDO (0 = " VALOR-E "): "
                   WITH NO ADVANCING.
           ACCEPT VALOR-W.
           IF VALOR-W = ZEROS
              MOVE VLR-INDENIZACAO-CP44 TO VALOR-W.
           DISPLAY "CONTA REDUZIDA DA RECEITA (CXD020): "
                   WITH NO ADVANCING.
           ACCEPT CONTA-REDUZ-W.
           MOVE CONTA-REDUZ-W TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                DISPLAY "CONTA REDUZIDA NAO EXISTE NO CXD020"
                GO TO RECEBE-INDENIZACAO-FIM
           END-READ.
           PERFORM GRAVA-ENTRADA-CAIXA.
           MOVE VALOR-W        TO VLR-INDENIZACAO-CP44.
           MOVE DATA-SISTEMA-N TO DATA-RECEBIMENTO-CP44.
           MOVE PROX-SEQ-CX-W  TO SEQ-CAIXA-CP44.
           MOVE 4              TO SITUACAO-CP44.
           IF PERDA-TOTAL-CP44 = 1
              PERFORM BAIXA-BEM-SINISTRADO.
           DISPLAY "INDENIZACAO NO CAIXA (SEQ " PROX-SEQ-CX-W
                   ") - SINISTRO ENCERRADO".
       RECEBE-INDENIZACAO-FIM.
           CONTINUE.

       GRAVA-ENTRADA-CAIXA SECTION.
           MOVE ZEROS          TO PROX-SEQ-CX-W.
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
           MOVE SPACES TO ST-CXD100.
           ADD 1 TO PROX-SEQ-CX-W.
           INITIALIZE REG-CXD100.
           MOVE PROX-SEQ-CX-W    TO SEQ-CX100.
           MOVE DATA-SISTEMA-N   TO DATA-MOV-CX100.
           MOVE 66               TO TIPO-LCTO-CX100.
           MOVE SPACES           TO HISTORICO-CX100.
           MOVE "INDENIZ.SEGURO SINISTRO " TO HISTORICO-CX100 (1: 24).
           MOVE NR-SINISTRO-CP44 TO HISTORICO-CX100 (25: 6).
           MOVE NR-APOLICE-CP42  TO DOCUMENTO-CX100.
           MOVE VALOR-W          TO VALOR-CX100.
           MOVE SEGURADORA-CP42  TO CONTAPART-CX100.
           MOVE CONTA-REDUZ-W    TO CONTA-REDUZ-CX100.
           MOVE USUARIO-W        TO RESPONSAVEL-CX100.
           WRITE REG-CXD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CXD100: " ST-CXD100
           END-WRITE.

       BAIXA-BEM-SINISTRADO SECTION.
           EVALUATE TIPO-BEM-CP44
               WHEN 1
                    MOVE COD-BEM-CP44 (1: 5) TO CODIGO-CT102
                    READ CTD102 INVALID KEY
                         DISPLAY "BEM NAO ENCONTRADO NO CTD102"
                    NOT INVALID KEY
                         IF SITUACAO-CT102 = 0
                            MOVE 1              TO SITUACAO-CT102
                            MOVE DATA-SISTEMA-N TO DATA-BAIXA-CT102
                            MOVE VALOR-W        TO VLR-VENDA-CT102
                            REWRITE REG-CTD102 INVALID KEY
                                  DISPLAY "ERRO ATUALIZANDO CTD102: "
                                          ST-CTD102
                            END-REWRITE
                            DISPLAY "BEM " CODIGO-CT102
                                    " BAIXADO NO IMOBILIZADO"
                         END-IF
                    END-READ
               WHEN 2
                    MOVE COD-BEM-CP44 TO SERIE-CO128
                    READ COD128 INVALID KEY
                         DISPLAY "SERIE NAO ENCONTRADA NO COD128"
                    NOT INVALID KEY
                         MOVE 3 TO SITUACAO-CO128
                         REWRITE REG-COD128 INVALID KEY
                               DISPLAY "ERRO ATUALIZANDO COD128: "
                                       ST-COD128
                         END-REWRITE
                         DISPLAY "EQUIPAMENTO " SERIE-CO128
                                 " MARCADO COMO EXTRAVIADO - BAIXE O "
                                 "ATIVO CORRESPONDENTE NO CTP102"
                    END-READ
           END-EVALUATE.

      *----------------------------------------------------------------
      *    OPCAO 5 - CONSULTA DE COBERTURA
      *----------------------------------------------------------------
       CONSULTA-COBERTURA SECTION.
           PERFORM ACEITA-BEM.
           IF TIPO-BEM-W NOT = ZEROS
              MOVE 0 TO ACAO-W
              PERFORM PROCURA-COBERTURA
              IF QT-APOLICES-W = ZEROS
                 DISPLAY "NENHUMA APOLICE COBRE ESSE BEM"
              END-IF
           END-IF.

      *----------------------------------------------------------------
      *    OPCAO 6 - RELATORIO DE VENCIMENTOS E SINISTROS
      *----------------------------------------------------------------
       RELATORIO-SEGUROS SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE DATA-SISTEMA-N TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DDMMAA.
           MOVE 60 TO GRDIAS-NUM-DIAS.
           CALL "GRADAY1" USING PARAMETROS-GRADAY1.
           MOVE DDMMAA TO DATA-INVERTE-W.
           CALL "GRIDAT2" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-LIMITE-W.
           MOVE ZEROS TO CODIGO-CP42.
           START CPD042 KEY IS NOT LESS CODIGO-CP42 INVALID KEY
                 MOVE "10" TO ST-CPD042
           END-START.
           PERFORM UNTIL ST-CPD042 = "10"
              READ CPD042 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD042
              NOT AT END
                   IF SITUACAO-CP42 = 0
                      AND FIM-VIG-CP42 NOT > DATA-LIMITE-W
                      PERFORM IMPRIME-APOLICE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD042.
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO NR-SINISTRO-CP44.
           START CPD044 KEY IS NOT LESS NR-SINISTRO-CP44 INVALID KEY
                 MOVE "10" TO ST-CPD044
           END-START.
           PERFORM UNTIL ST-CPD044 = "10"
              READ CPD044 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD044
              NOT AT END
                   IF SITUACAO-CP44 NOT = 4
                      PERFORM IMPRIME-SINISTRO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD044.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-APOLICE SECTION.
           MOVE CODIGO-CP42     TO LINDET-REL (1: 5).
           MOVE NR-APOLICE-CP42 TO LINDET-REL (14: 20).
           MOVE SEGURADORA-CP42 TO LINDET-REL (36: 6).
           MOVE INICIO-VIG-CP42 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W  TO DATA-E.
           MOVE DATA-E          TO LINDET-REL (48: 10).
           MOVE FIM-VIG-CP42    TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W  TO DATA-E.
           MOVE DATA-E          TO LINDET-REL (60: 10).
           IF FIM-VIG-CP42 < DATA-SISTEMA-N
              MOVE "APOLICE VENCIDA" TO LINDET-REL (76: 15)
           ELSE
              MOVE "RENOVAR"         TO LINDET-REL (76: 7).
           PERFORM IMPRIME-LINDET.

       IMPRIME-SINISTRO SECTION.
           MOVE "S"              TO LINDET-REL (1: 1).
           MOVE NR-SINISTRO-CP44 TO LINDET-REL (2: 6).
           MOVE COD-BEM-CP44     TO LINDET-REL (14: 15).
           MOVE APOLICE-CP44     TO LINDET-REL (36: 5).
           MOVE DATA-OCORRENCIA-CP44 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE DATA-E           TO LINDET-REL (48: 10).
           MOVE DATA-LIMITE-AVISO-CP44 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE DATA-E           TO LINDET-REL (60: 10).
           EVALUATE SITUACAO-CP44
               WHEN 0
                    IF DATA-LIMITE-AVISO-CP44 < DATA-SISTEMA-N
                       MOVE "PRAZO DE AVISO VENCIDO"
                         TO LINDET-REL (76: 22)
                    ELSE
                       MOVE "AVISAR SEGURADORA" TO LINDET-REL (76: 17)
                    END-IF
               WHEN 1 MOVE "DOCUMENTOS PENDENTES" TO LINDET-REL (76: 20)
               WHEN 2 MOVE "AGUARDA DECISAO"      TO LINDET-REL (76: 15)
               WHEN 3 MOVE "AGUARDA INDENIZACAO"  TO LINDET-REL (76: 19)
           END-EVALUATE.
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
           CLOSE CPD020 CPD042 CPD043 CPD044 CTD102 COD128
                 CXD020 CXD100 CXD127.

       END PROGRAM CPP033.
