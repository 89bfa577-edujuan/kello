       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFP103.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: APURACAO MENSAL DO DAS DO SIMPLES NACIONAL A PARTIR DO
      *        LIVRO FISCAL (NFD100) - A GUIA ERA CALCULADA NA
      *        PLANILHA DO CONTADOR EM CIMA DOS NOSSOS TOTAIS
      *        IMPRESSOS.
      *        OPCAO 1 - TABELA: FAIXAS DO ANEXO (NFD104) - LIMITE DA
      *          RBT12, ALIQUOTA NOMINAL, PARCELA A DEDUZIR E % DO
      *          ISS NO DAS; FAIXA ZERO NO ANEXO 3 CARREGA A TABELA
      *          VIGENTE DO ANEXO III;
      *        OPCAO 2 - APURACAO DO MES: RECEITA DO MES NO NFD100
      *          (NOTAS EMITIDAS), SEPARADA EM ISS RETIDO E NAO
      *          RETIDO (ISS-RETIDO-NF100); RBT12 = SOMA DOS DOZE
      *          MESES ANTERIORES NO HISTORICO NFD103 (MES SEM
      *          HISTORICO E APURADO DO LIVRO E GRAVADO); COM MENOS
      *          DE DOZE MESES CONHECIDOS (INICIO DE ATIVIDADE) A
      *          RBT12 E A MEDIA DOS MESES CONHECIDOS X 12, OU A
      *          RECEITA DO MES X 12 SE NAO HOUVER NENHUM. ACHA A
      *          FAIXA, A ALIQUOTA EFETIVA E O DAS (A RECEITA COM ISS
      *          RETIDO NAO PAGA A PARCELA DE ISS), GRAVA NO NFD103 E
      *          IMPRIME A MEMORIA DE CALCULO. PODE SER REFEITA P/
      *          QUALQUER MES PASSADO;
      *        OPCAO 3 - RECEITA DIGITADA: RECEITA DE MES ANTERIOR AO
      *          LIVRO FISCAL DO SISTEMA, P/ COMPOR A RBT12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NFPX100.
           COPY NFPX103.
           COPY NFPX104.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY NFPW100.
           COPY NFPW103.
           COPY NFPW104.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-NFD100             PIC XX       VALUE SPACES.
           05  ST-NFD103             PIC XX       VALUE SPACES.
           05  ST-NFD104             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  ANEXO-W               PIC 9        VALUE ZEROS.
           05  FAIXA-W               PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  K                     PIC 9(2)     VALUE ZEROS.
           05  QT-NOTAS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-NOTAS-MES-W        PIC 9(5)     VALUE ZEROS.
           05  QT-CONHECIDOS-W       PIC 9(2)     VALUE ZEROS.
           05  RECEITA-CALC-W        PIC 9(10)V99 VALUE ZEROS.
           05  RETIDA-CALC-W         PIC 9(10)V99 VALUE ZEROS.
           05  RECEITA-MES-W         PIC 9(10)V99 VALUE ZEROS.
           05  RETIDA-MES-W          PIC 9(10)V99 VALUE ZEROS.
           05  NAO-RETIDA-MES-W      PIC 9(10)V99 VALUE ZEROS.
           05  SOMA-12-W             PIC 9(12)V99 VALUE ZEROS.
           05  RBT12-W               PIC 9(12)V99 VALUE ZEROS.
           05  PROPORCIONAL-W        PIC 9        VALUE ZEROS.
           05  ALIQ-EFETIVA-W        PIC 9(2)V9(4) VALUE ZEROS.
           05  DAS-NAO-RETIDA-W      PIC 9(8)V99  VALUE ZEROS.
           05  DAS-RETIDA-W          PIC 9(8)V99  VALUE ZEROS.
           05  VLR-DAS-W             PIC 9(8)V99  VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  VALOR-E               PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  ALIQ-E                PIC Z9,9999.
           05  PERC-E                PIC Z9,99.
           05  QTDE-E                PIC ZZ.ZZ9.

       01  ANOMES-CALC-W.
           05  AA-CALC-W             PIC 9(4).
           05  MM-CALC-W             PIC 9(2).
       01  ANOMES-CALC-N REDEFINES ANOMES-CALC-W PIC 9(6).

      *    doze meses anteriores que compoem a RBT12
       01  TABELA-HISTORICO.
           05  TAB-HIST OCCURS 12 TIMES.
               10  TH-ANOMES         PIC 9(6).
               10  TH-RECEITA        PIC 9(10)V99.
               10  TH-ORIGEM         PIC 9.
      *        TH-ORIGEM = 0-LIVRO  1-DIGITADA  9-SEM HISTORICO

      *    anexo III vigente: limite, aliq. nominal, parcela a
      *    deduzir e % do ISS na reparticao (faixa 6 sem ISS no DAS)
       01  TAB-ANEXO3-PADRAO.
           05  FILLER  PIC X(30) VALUE
               "000018000000060000000000003350".
           05  FILLER  PIC X(30) VALUE
               "000036000000112000009360003200".
           05  FILLER  PIC X(30) VALUE
               "000072000000135000017640003250".
           05  FILLER  PIC X(30) VALUE
               "000180000000160000035640003250".
           05  FILLER  PIC X(30) VALUE
               "000360000000210000125640003350".
           05  FILLER  PIC X(30) VALUE
               "000480000000330000648000000000".
       01  RED-ANEXO3-PADRAO REDEFINES TAB-ANEXO3-PADRAO.
           05  TAB-PADRAO OCCURS 6 TIMES.
               10  TP-LIMITE         PIC 9(10)V99.
               10  TP-ALIQ           PIC 9(2)V99.
               10  TP-PARCELA        PIC 9(8)V99.
               10  TP-PERC-ISS       PIC 9(2)V99.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-NFD100       PIC X(60)    VALUE SPACES.
           05  PATH-NFD103       PIC X(60)    VALUE SPACES.
           05  PATH-NFD104       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "NFP103 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(40)  VALUE
               "MEMORIA DE CALCULO DO DAS - ANO/MES ".
           05  CAB01-ANOMES      PIC 9(6).
           05  FILLER            PIC X(14)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM TABELA-ANEXO
                  WHEN 2 PERFORM APURACAO-DO-MES
                  WHEN 3 PERFORM RECEITA-DIGITADA
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-TABELA DO ANEXO  2-APURACAO DO MES  "
                   "3-RECEITA DIGITADA: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "NFD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-NFD100
              MOVE "NFD103"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-NFD103
              MOVE "NFD104"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-NFD104
              OPEN INPUT NFD100
              OPEN I-O NFD103 NFD104
              IF ST-NFD103 = "35"
                 CLOSE NFD103      OPEN OUTPUT NFD103
                 CLOSE NFD103      OPEN I-O NFD103
              END-IF
              IF ST-NFD104 = "35"
                 CLOSE NFD104      OPEN OUTPUT NFD104
                 CLOSE NFD104      OPEN I-O NFD104
              END-IF
              IF ST-NFD100 > "09"
                 DISPLAY "ERRO ABERTURA NFD100: " ST-NFD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-NFD103 > "09"
                 DISPLAY "ERRO ABERTURA NFD103: " ST-NFD103
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-NFD104 > "09"
                 DISPLAY "ERRO ABERTURA NFD104: " ST-NFD104
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE NFD100 NFD103 NFD104
              END-IF.

       TABELA-ANEXO SECTION.
           DISPLAY "ANEXO (1 A 5)......................: "
                   WITH NO ADVANCING.
           ACCEPT ANEXO-W.
           DISPLAY "FAIXA (1 A 6, 0 = ANEXO III PADRAO): "
                   WITH NO ADVANCING.
           ACCEPT FAIXA-W.
           IF ANEXO-W < 1 OR ANEXO-W > 5 OR FAIXA-W > 6
              DISPLAY "ANEXO/FAIXA INVALIDO"
              GO TO TABELA-ANEXO-FIM.
           IF FAIXA-W = 0
              IF ANEXO-W NOT = 3
                 DISPLAY "TABELA PADRAO SO P/ O ANEXO III"
              ELSE
                 PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
                    PERFORM CARREGA-FAIXA-PADRAO
                 END-PERFORM
                 DISPLAY "ANEXO III CARREGADO"
              END-IF
              GO TO TABELA-ANEXO-FIM.
           MOVE ANEXO-W TO ANEXO-NF104.
           MOVE FAIXA-W TO FAIXA-NF104.
           READ NFD104 INVALID KEY
                INITIALIZE REG-NFD104
                MOVE ANEXO-W TO ANEXO-NF104
                MOVE FAIXA-W TO FAIXA-NF104
                PERFORM ACEITA-FAIXA
                WRITE REG-NFD104 INVALID KEY
                      DISPLAY "ERRO GRAVANDO NFD104: " ST-NFD104
                END-WRITE
           NOT INVALID KEY
                MOVE LIMITE-RBT12-NF104 TO VALOR-E
                MOVE ALIQ-NOMINAL-NF104 TO PERC-E
                DISPLAY "ATUAL: LIMITE " VALOR-E " ALIQUOTA " PERC-E
                PERFORM ACEITA-FAIXA
                REWRITE REG-NFD104 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO NFD104: " ST-NFD104
                END-REWRITE
           END-READ.
           DISPLAY "FAIXA GRAVADA".
       TABELA-ANEXO-FIM.
           CONTINUE.

       ACEITA-FAIXA SECTION.
           DISPLAY "LIMITE DA RBT12....: " WITH NO ADVANCING.
           ACCEPT LIMITE-RBT12-NF104.
           DISPLAY "ALIQUOTA NOMINAL %.: " WITH NO ADVANCING.
           ACCEPT ALIQ-NOMINAL-NF104.
           DISPLAY "PARCELA A DEDUZIR..: " WITH NO ADVANCING.
           ACCEPT PARCELA-DEDUZIR-NF104.
           DISPLAY "% DO ISS NO DAS....: " WITH NO ADVANCING.
           ACCEPT PERC-ISS-NF104.

       CARREGA-FAIXA-PADRAO SECTION.
           MOVE 3 TO ANEXO-NF104.
           MOVE K TO FAIXA-NF104.
           READ NFD104 INVALID KEY
                MOVE "10" TO ST-NFD104
           END-READ.
           MOVE 3               TO ANEXO-NF104.
           MOVE K               TO FAIXA-NF104.
           MOVE TP-LIMITE (K)   TO LIMITE-RBT12-NF104.
           MOVE TP-ALIQ (K)     TO ALIQ-NOMINAL-NF104.
           MOVE TP-PARCELA (K)  TO PARCELA-DEDUZIR-NF104.
           MOVE TP-PERC-ISS (K) TO PERC-ISS-NF104.
           IF ST-NFD104 = "10"
              WRITE REG-NFD104 INVALID KEY
                    DISPLAY "ERRO GRAVANDO NFD104: " ST-NFD104
              END-WRITE
           ELSE
              REWRITE REG-NFD104 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO NFD104: " ST-NFD104
              END-REWRITE.

       APURACAO-DO-MES SECTION.
           DISPLAY "ANO/MES (AAAAMM).: " WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           DISPLAY "ANEXO (0 = III)..: " WITH NO ADVANCING.
           ACCEPT ANEXO-W.
           DISPLAY "USUARIO..........: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF ANEXO-W = 0
              MOVE 3 TO ANEXO-W.
           MOVE ANOMES-W TO ANOMES-CALC-N.
           IF MM-CALC-W < 1 OR MM-CALC-W > 12 OR ANEXO-W > 5
              DISPLAY "ANO/MES OU ANEXO INVALIDO"
              GO TO APURACAO-DO-MES-FIM.
           PERFORM APURA-RECEITA-LIVRO.
           MOVE RECEITA-CALC-W TO RECEITA-MES-W.
           MOVE RETIDA-CALC-W  TO RETIDA-MES-W.
           MOVE QT-NOTAS-W     TO QT-NOTAS-MES-W.
           COMPUTE NAO-RETIDA-MES-W = RECEITA-MES-W - RETIDA-MES-W.
           PERFORM MONTA-HISTORICO.
           PERFORM CALCULA-RBT12.
           PERFORM ACHA-FAIXA.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO APURACAO-DO-MES-FIM.
           PERFORM CALCULA-DAS.
           PERFORM GRAVA-APURACAO.
           PERFORM IMPRIME-MEMORIA.
           MOVE VLR-DAS-W TO VALOR-E.
           DISPLAY "DAS " ANOMES-W ": " VALOR-E.
       APURACAO-DO-MES-FIM.
           CONTINUE.

      *    receita do mes ANOMES-CALC-W no livro fiscal (notas nao
      *    canceladas), pela chave de data de emissao
       APURA-RECEITA-LIVRO SECTION.
           MOVE ZEROS TO RECEITA-CALC-W RETIDA-CALC-W QT-NOTAS-W.
           COMPUTE DATA-INI-W = (ANOMES-CALC-N * 100) + 1.
           COMPUTE DATA-FIM-W = (ANOMES-CALC-N * 100) + 31.
           INITIALIZE REG-NFD100.
           MOVE DATA-INI-W TO DATA-EMISSAO-NF100.
           START NFD100 KEY IS NOT LESS ALT1-NF100 INVALID KEY
                 MOVE "10" TO ST-NFD100
           END-START.
           PERFORM UNTIL ST-NFD100 = "10"
              READ NFD100 NEXT RECORD AT END
                   MOVE "10" TO ST-NFD100
              NOT AT END
                   IF DATA-EMISSAO-NF100 > DATA-FIM-W
                      MOVE "10" TO ST-NFD100
                   ELSE
                      IF SITUACAO-NF100 = 0
                         ADD 1 TO QT-NOTAS-W
                         ADD VALOR-NF100 TO RECEITA-CALC-W
                         IF ISS-RETIDO-NF100 = 1
                            ADD VALOR-NF100 TO RETIDA-CALC-W
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-NFD100.

      *    doze meses anteriores: o que ja esta no NFD103 vale como
      *    esta (auditavel); mes sem registro e com notas no livro
      *    e gravado agora
       MONTA-HISTORICO SECTION.
           INITIALIZE TABELA-HISTORICO.
           MOVE ZEROS TO SOMA-12-W QT-CONHECIDOS-W.
           MOVE ANOMES-W TO ANOMES-CALC-N.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 12
              PERFORM MES-ANTERIOR
              PERFORM HISTORICO-DO-MES
           END-PERFORM.
           MOVE ANOMES-W TO ANOMES-CALC-N.

       MES-ANTERIOR SECTION.
           IF MM-CALC-W = 1
              MOVE 12 TO MM-CALC-W
              SUBTRACT 1 FROM AA-CALC-W
           ELSE
              SUBTRACT 1 FROM MM-CALC-W.

       HISTORICO-DO-MES SECTION.
           MOVE ANOMES-CALC-N TO TH-ANOMES (K) ANOMES-NF103.
           READ NFD103 INVALID KEY
                PERFORM APURA-RECEITA-LIVRO
                IF QT-NOTAS-W = ZEROS
                   MOVE 9 TO TH-ORIGEM (K)
                   GO TO HISTORICO-DO-MES-FIM
                END-IF
                INITIALIZE REG-NFD103
                MOVE ANOMES-CALC-N  TO ANOMES-NF103
                MOVE RECEITA-CALC-W TO RECEITA-NF103
                MOVE RETIDA-CALC-W  TO RECEITA-RETIDA-NF103
                MOVE DATA-SISTEMA-N TO DATA-APURACAO-NF103
                MOVE USUARIO-W      TO USUARIO-NF103
                WRITE REG-NFD103 INVALID KEY
                      DISPLAY "ERRO GRAVANDO NFD103: " ST-NFD103
                END-WRITE
           END-READ.
           MOVE RECEITA-NF103 TO TH-RECEITA (K).
           MOVE ORIGEM-NF103  TO TH-ORIGEM (K).
           ADD RECEITA-NF103  TO SOMA-12-W.
           ADD 1 TO QT-CONHECIDOS-W.
       HISTORICO-DO-MES-FIM.
           CONTINUE.

       CALCULA-RBT12 SECTION.
           MOVE ZEROS TO PROPORCIONAL-W.
           IF QT-CONHECIDOS-W = 12
              MOVE SOMA-12-W TO RBT12-W
           ELSE
              MOVE 1 TO PROPORCIONAL-W
              IF QT-CONHECIDOS-W > ZEROS
                 COMPUTE RBT12-W ROUNDED =
                         SOMA-12-W / QT-CONHECIDOS-W * 12
              ELSE
                 COMPUTE RBT12-W = RECEITA-MES-W * 12.

       ACHA-FAIXA SECTION.
           MOVE ZEROS TO FAIXA-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6 OR FAIXA-W > 0
              MOVE ANEXO-W TO ANEXO-NF104
              MOVE K       TO FAIXA-NF104
              READ NFD104 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF RBT12-W NOT > LIMITE-RBT12-NF104
                      MOVE K TO FAIXA-W
                   END-IF
              END-READ
           END-PERFORM.
           IF FAIXA-W = ZEROS
              DISPLAY "RBT12 SEM FAIXA NA TABELA DO ANEXO " ANEXO-W
                      " (TABELA VAZIA OU ACIMA DO LIMITE)"
              MOVE 1 TO ERRO-W
              GO TO ACHA-FAIXA-FIM.
      *    deixa no registro da faixa achada
           MOVE ANEXO-W TO ANEXO-NF104.
           MOVE FAIXA-W TO FAIXA-NF104.
           READ NFD104 INVALID KEY
                MOVE 1 TO ERRO-W
           END-READ.
       ACHA-FAIXA-FIM.
           CONTINUE.

      *    aliquota efetiva = (RBT12 x nominal - parcela) / RBT12;
      *    a receita com ISS retido paga o DAS sem a parcela do ISS
       CALCULA-DAS SECTION.
           IF RBT12-W = ZEROS
              MOVE ALIQ-NOMINAL-NF104 TO ALIQ-EFETIVA-W
           ELSE
              COMPUTE ALIQ-EFETIVA-W ROUNDED =
                      ((RBT12-W * ALIQ-NOMINAL-NF104 / 100)
                        - PARCELA-DEDUZIR-NF104) / RBT12-W * 100.
           COMPUTE DAS-NAO-RETIDA-W ROUNDED =
                   NAO-RETIDA-MES-W * ALIQ-EFETIVA-W / 100.
           COMPUTE DAS-RETIDA-W ROUNDED =
                   RETIDA-MES-W * ALIQ-EFETIVA-W / 100
                   * (100 - PERC-ISS-NF104) / 100.
           COMPUTE VLR-DAS-W = DAS-NAO-RETIDA-W + DAS-RETIDA-W.

       GRAVA-APURACAO SECTION.
           MOVE ANOMES-W TO ANOMES-NF103.
           READ NFD103 INVALID KEY
                INITIALIZE REG-NFD103
                MOVE ANOMES-W TO ANOMES-NF103
                MOVE "10" TO ST-NFD103
           END-READ.
           MOVE RECEITA-MES-W         TO RECEITA-NF103.
           MOVE RETIDA-MES-W          TO RECEITA-RETIDA-NF103.
           MOVE ZEROS                 TO ORIGEM-NF103.
           MOVE 1                     TO APURADO-NF103.
           MOVE ANEXO-W               TO ANEXO-NF103.
           MOVE FAIXA-W               TO FAIXA-NF103.
           MOVE RBT12-W               TO RBT12-NF103.
           MOVE ALIQ-NOMINAL-NF104    TO ALIQ-NOMINAL-NF103.
           MOVE PARCELA-DEDUZIR-NF104 TO PARCELA-DEDUZIR-NF103.
           MOVE ALIQ-EFETIVA-W        TO ALIQ-EFETIVA-NF103.
           MOVE PERC-ISS-NF104        TO PERC-ISS-NF103.
           MOVE VLR-DAS-W             TO VLR-DAS-NF103.
           MOVE DATA-SISTEMA-N        TO DATA-APURACAO-NF103.
           MOVE USUARIO-W             TO USUARIO-NF103.
           IF ST-NFD103 = "10"
              WRITE REG-NFD103 INVALID KEY
                    DISPLAY "ERRO GRAVANDO NFD103: " ST-NFD103
              END-WRITE
           ELSE
              REWRITE REG-NFD103 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO NFD103: " ST-NFD103
              END-REWRITE.

       IMPRIME-MEMORIA SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ANOMES-W  TO CAB01-ANOMES.
           MOVE "RECEITA BRUTA DOS 12 MESES ANTERIORES (RBT12) - ANEXO"
             TO LINDET-REL (1: 54).
           MOVE ANEXO-W TO LINDET-REL (56: 1).
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 12
              MOVE TH-ANOMES (K)  TO LINDET-REL (3: 6)
              MOVE TH-RECEITA (K) TO VALOR-E
              MOVE VALOR-E        TO LINDET-REL (12: 16)
              EVALUATE TH-ORIGEM (K)
                  WHEN 0 MOVE "LIVRO FISCAL"  TO LINDET-REL (30: 13)
                  WHEN 1 MOVE "DIGITADA"      TO LINDET-REL (30: 13)
                  WHEN 9 MOVE "SEM HISTORICO" TO LINDET-REL (30: 13)
              END-EVALUATE
              PERFORM IMPRIME-LINDET
           END-PERFORM.
           MOVE "SOMA DOS MESES CONHECIDOS:" TO LINDET-REL (1: 26).
           MOVE SOMA-12-W TO VALOR-E.
           MOVE VALOR-E   TO LINDET-REL (28: 16).
           MOVE QT-CONHECIDOS-W TO LINDET-REL (46: 2).
           MOVE "MES(ES)" TO LINDET-REL (49: 7).
           PERFORM IMPRIME-LINDET.
           MOVE "RBT12....................:" TO LINDET-REL (1: 26).
           MOVE RBT12-W TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (28: 16).
           IF PROPORCIONAL-W = 1
              IF QT-CONHECIDOS-W > ZEROS
                 MOVE "(MEDIA DOS MESES CONHECIDOS X 12)"
                   TO LINDET-REL (46: 33)
              ELSE
                 MOVE "(RECEITA DO MES X 12)" TO LINDET-REL (46: 21)
              END-IF
           END-IF.
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE "FAIXA" TO LINDET-REL (1: 5).
           MOVE FAIXA-W TO LINDET-REL (7: 1).
           MOVE "LIMITE" TO LINDET-REL (10: 6).
           MOVE LIMITE-RBT12-NF104 TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (17: 16).
           MOVE "ALIQ. NOMINAL" TO LINDET-REL (35: 13).
           MOVE ALIQ-NOMINAL-NF104 TO PERC-E.
           MOVE PERC-E TO LINDET-REL (49: 5).
           MOVE "%  PARCELA A DEDUZIR" TO LINDET-REL (54: 20).
           MOVE PARCELA-DEDUZIR-NF104 TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (75: 16).
           PERFORM IMPRIME-LINDET.
           MOVE "ALIQUOTA EFETIVA = (RBT12 X NOMINAL - PARCELA) / RBT12"
             TO LINDET-REL (1: 54).
           MOVE "=" TO LINDET-REL (56: 1).
           MOVE ALIQ-EFETIVA-W TO ALIQ-E.
           MOVE ALIQ-E TO LINDET-REL (58: 7).
           MOVE "%" TO LINDET-REL (65: 1).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE "RECEITA DO MES...........:" TO LINDET-REL (1: 26).
           MOVE RECEITA-MES-W TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (28: 16).
           MOVE QT-NOTAS-MES-W TO QTDE-E.
           MOVE QTDE-E TO LINDET-REL (46: 6).
           MOVE "NOTA(S)" TO LINDET-REL (53: 7).
           PERFORM IMPRIME-LINDET.
           MOVE "  SEM RETENCAO DE ISS....:" TO LINDET-REL (1: 26).
           MOVE NAO-RETIDA-MES-W TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (28: 16).
           MOVE "X ALIQ. EFETIVA          =" TO LINDET-REL (46: 26).
           MOVE DAS-NAO-RETIDA-W TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (73: 16).
           PERFORM IMPRIME-LINDET.
           MOVE "  COM ISS RETIDO.........:" TO LINDET-REL (1: 26).
           MOVE RETIDA-MES-W TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (28: 16).
           MOVE "X ALIQ. EFETIVA X (1 -" TO LINDET-REL (46: 22).
           MOVE PERC-ISS-NF104 TO PERC-E.
           MOVE PERC-E TO LINDET-REL (68: 5).
           MOVE "%) =" TO LINDET-REL (73: 4).
           MOVE DAS-RETIDA-W TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (78: 16).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE "VALOR DO DAS.............:" TO LINDET-REL (1: 26).
           MOVE VLR-DAS-W TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (28: 16).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       RECEITA-DIGITADA SECTION.
           DISPLAY "ANO/MES (AAAAMM)....: " WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           MOVE ANOMES-W TO ANOMES-CALC-N.
           IF MM-CALC-W < 1 OR MM-CALC-W > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO RECEITA-DIGITADA-FIM.
           MOVE ANOMES-W TO ANOMES-NF103.
           READ NFD103 INVALID KEY
                INITIALIZE REG-NFD103
                MOVE ANOMES-W TO ANOMES-NF103
                MOVE "10" TO ST-NFD103
           NOT INVALID KEY
                IF ORIGEM-NF103 = 0
                   DISPLAY "MES JA APURADO PELO LIVRO FISCAL"
                   GO TO RECEITA-DIGITADA-FIM
                END-IF
                MOVE RECEITA-NF103 TO VALOR-E
                DISPLAY "RECEITA ATUAL: " VALOR-E
           END-READ.
           DISPLAY "RECEITA BRUTA DO MES: " WITH NO ADVANCING.
           ACCEPT RECEITA-NF103.
           DISPLAY "PARTE C/ ISS RETIDO.: " WITH NO ADVANCING.
           ACCEPT RECEITA-RETIDA-NF103.
           DISPLAY "USUARIO.............: " WITH NO ADVANCING.
           ACCEPT USUARIO-NF103.
           IF RECEITA-RETIDA-NF103 > RECEITA-NF103
              DISPLAY "RETIDA MAIOR QUE A RECEITA"
              GO TO RECEITA-DIGITADA-FIM.
           MOVE 1              TO ORIGEM-NF103.
           MOVE DATA-SISTEMA-N TO DATA-APURACAO-NF103.
           IF ST-NFD103 = "10"
              WRITE REG-NFD103 INVALID KEY
                    DISPLAY "ERRO GRAVANDO NFD103: " ST-NFD103
              END-WRITE
           ELSE
              REWRITE REG-NFD103 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO NFD103: " ST-NFD103
              END-REWRITE.
           DISPLAY "RECEITA GRAVADA".
       RECEITA-DIGITADA-FIM.
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
           CLOSE NFD100 NFD103 NFD104.

       END PROGRAM NFP103.
