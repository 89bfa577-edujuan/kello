       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP150.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: BORDERO DE DESCONTO DE TITULOS (CRD150/CRD151) - PASSAR
      *        UM TITULO P/ CARTEIRA-CR20 = 3 ERA SO TROCAR O CODIGO:
      *        NAO FICAVA REGISTRADO QUAL BANCO ANTECIPOU, A TAXA, O
      *        IOF, A TARIFA, NEM QUE A EMPRESA CONTINUA DEVENDO AO
      *        BANCO SE O SACADO NAO PAGAR.
      *        OPCAO 1 - MONTA O BORDERO: TITULOS EM ABERTO DA
      *          CARTEIRA SIMPLES DO PORTADOR, NA FAIXA DE VENCIMENTO
      *          E ATE O VALOR PEDIDO PELO BANCO (CARTEIRA VAI P/ 3);
      *        OPCAO 2 - CREDITO DO BANCO: CALCULA O DESAGIO POR
      *          TITULO, POSTA NO CXD100 A ENTRADA BRUTA (TIPO 65) E
      *          OS ENCARGOS - JUROS, IOF, TARIFA (TIPO 14, AMARRADOS
      *          PELO SEQ-DESM) - OU CANCELA O BORDERO MONTADO;
      *        OPCAO 3 - RECOMPRA: IMPORTA O ARQUIVO DE TITULOS
      *          DEVOLVIDOS PELO BANCO SEM PAGAMENTO, GERA A CONTA A
      *          PAGAR CPD020 AO BANCO E DEVOLVE O TITULO A CARTEIRA
      *          SIMPLES P/ COBRANCA PROPRIA;
      *        OPCAO 4 - POSICAO DIARIA: BAIXA OS TITULOS JA PAGOS
      *          PELO SACADO E LISTA O SALDO DESCONTADO EM ABERTO
      *          POR PORTADOR AO LADO DO LIMITE DO CGD031 (GALHO101)
      *          - SO BORDERO JA CREDITADO; O SO MONTADO NAO CONTA.
      *        TITULO PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX150.
           COPY CRPX151.
           COPY CXPX100.
           COPY CXPX127.
           COPY CPPX020.
           COPY CGPX031.
           SELECT RETORNO ASSIGN TO PATH-RETORNO-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-RETORNO.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CRPW020.
           COPY CRPW150.
           COPY CRPW151.
           COPY CXPW100.
           COPY CXPW127.
           COPY CPPW020.
           COPY CGPW031.
       FD  RETORNO.
       01  REG-RETORNO.
           05  RT-NOSSO-NUM        PIC X(25).
           05  RT-OCORRENCIA       PIC 9(2).
      *    titulos devolvidos pelo banco sem pagamento do sacado
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD150             PIC XX       VALUE SPACES.
           05  ST-CRD151             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD127             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CGD031             PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  BORDERO-W             PIC 9(6)     VALUE ZEROS.
           05  PORTADOR-W            PIC 9(4)     VALUE ZEROS.
           05  VENCTO-INI-W          PIC 9(8)     VALUE ZEROS.
           05  VENCTO-FIM-W          PIC 9(8)     VALUE ZEROS.
           05  VALOR-MAX-W           PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-W               PIC 9(10)V99 VALUE ZEROS.
           05  DIAS-W                PIC S9(5)    VALUE ZEROS.
           05  CONTA-W               PIC 9(6)     VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  TAXA-W                PIC 9(2)V9(4) VALUE ZEROS.
           05  CONTA-REDUZ-W         PIC 9(5)     VALUE ZEROS.
           05  TIPO-LCTO-W           PIC 9(2)     VALUE ZEROS.
           05  HISTORICO-W           PIC X(30)    VALUE SPACES.
           05  PROX-SEQ-CX-W         PIC 9(4)     VALUE ZEROS.
           05  SEQ-DESM-W            PIC 9(4)     VALUE ZEROS.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  QT-TITULOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-RECOMPRAS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-LIQUIDADOS-W       PIC 9(5)     VALUE ZEROS.
           05  BORDERO-ANT-W         PIC 9(6)     VALUE ZEROS.
           05  ABERTOS-W             PIC 9(5)     VALUE ZEROS.
           05  PORTADOR-ANT-W        PIC 9(4)     VALUE ZEROS.
           05  CREDITADO-W           PIC 9        VALUE ZEROS.
           05  SALDO-PORT-W          PIC 9(10)V99 VALUE ZEROS.
           05  SALDO-GERAL-W         PIC 9(10)V99 VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  VALOR-E               PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CRD150       PIC X(60)    VALUE SPACES.
           05  PATH-CRD151       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-CXD127       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CGD031       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
           05  PATH-RETORNO-W    PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CRP150 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(50)  VALUE
               "POSICAO DE TITULOS DESCONTADOS EM ABERTO".
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(100) VALUE
           "PORT BORDERO  TITULO          VENCTO      VALOR".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

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
                  WHEN 1 PERFORM MONTA-BORDERO
                  WHEN 2 PERFORM CREDITO-BORDERO
                  WHEN 3 PERFORM IMPORTA-RECOMPRA
                  WHEN 4 PERFORM POSICAO-DESCONTO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-MONTA  2-CREDITO  3-RECOMPRA  4-POSICAO: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "CRD150"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD150
              MOVE "CRD151"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD151
              MOVE "CXD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD100
              MOVE "CXD127"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD127
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CGD031"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD031
              OPEN I-O CRD020 CRD150 CRD151 CXD100 CPD020
              OPEN INPUT CXD127 CGD031
              IF ST-CRD150 = "35"
                 CLOSE CRD150      OPEN OUTPUT CRD150
                 CLOSE CRD150      OPEN I-O CRD150
              END-IF
              IF ST-CRD151 = "35"
                 CLOSE CRD151      OPEN OUTPUT CRD151
                 CLOSE CRD151      OPEN I-O CRD151
              END-IF
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD150 > "09"
                 DISPLAY "ERRO ABERTURA CRD150: " ST-CRD150
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD151 > "09"
                 DISPLAY "ERRO ABERTURA CRD151: " ST-CRD151
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CXD100 > "09"
                 DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 0 AND OPCAO-W = 2
                 PERFORM TESTA-DIA-FECHADO
              END-IF
              IF ERRO-W = 1
                 CLOSE CRD020 CRD150 CRD151 CXD100 CPD020
                       CXD127 CGD031
              END-IF.

      *    monta o bordero com os titulos em aberto da carteira
      *    simples do portador; o titulo ja vai p/ carteira 3 na
      *    montagem, p/ nao entrar em outro bordero
       MONTA-BORDERO SECTION.
           DISPLAY "PORTADOR....................: " WITH NO ADVANCING.
           ACCEPT PORTADOR-W.
           DISPLAY "CONTA BANCARIA DO CREDITO...: " WITH NO ADVANCING.
           ACCEPT CONTA-W.
           DISPLAY "BANCO NO CADASTRO DE FORNEC.: " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           DISPLAY "TAXA DE DESCONTO (% A.M.)...: " WITH NO ADVANCING.
           ACCEPT TAXA-W.
           DISPLAY "VENCIMENTO INICIAL(AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT VENCTO-INI-W.
           DISPLAY "VENCIMENTO FINAL  (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT VENCTO-FIM-W.
           DISPLAY "VALOR MAXIMO DO BORDERO.....: " WITH NO ADVANCING.
           ACCEPT VALOR-MAX-W.
           DISPLAY "USUARIO.....................: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF PORTADOR-W = ZEROS OR CONTA-W = ZEROS OR FORNEC-W = ZEROS
              OR VENCTO-FIM-W < VENCTO-INI-W
              DISPLAY "DADOS INVALIDOS"
              GO TO MONTA-BORDERO-FIM.
           PERFORM PROXIMO-BORDERO.
           MOVE BORDERO-W      TO BORDERO-CR150.
           MOVE PORTADOR-W     TO PORTADOR-CR150.
           MOVE CONTA-W        TO CONTA-BANCO-CR150.
           MOVE FORNEC-W       TO FORNEC-BANCO-CR150.
           MOVE TAXA-W         TO TAXA-DESC-CR150.
           MOVE DATA-SISTEMA-N TO DATA-MONTAGEM-CR150.
           MOVE ZEROS          TO DATA-CREDITO-CR150 VLR-BRUTO-CR150
                                  VLR-JUROS-CR150 VLR-IOF-CR150
                                  VLR-TARIFA-CR150 VLR-LIQUIDO-CR150
                                  CONTA-DESP-CR150 SITUACAO-CR150.
           MOVE USUARIO-W      TO USUARIO-CR150.
           MOVE PORTADOR-W TO PORTADOR-CR20.
           MOVE 1          TO CARTEIRA-CR20.
           START CRD020 KEY IS NOT LESS ALT2-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF PORTADOR-CR20 NOT = PORTADOR-W
                      OR CARTEIRA-CR20 NOT = 1
                      MOVE "10" TO ST-CRD020
                   ELSE
                      IF SITUACAO-CR20 = 0
                         AND DATA-VENCTO-CR20 NOT < VENCTO-INI-W
                         AND DATA-VENCTO-CR20 NOT > VENCTO-FIM-W
                         AND DATA-VENCTO-CR20 > DATA-SISTEMA-N
                         AND (VALOR-MAX-W = ZEROS OR
                              VLR-BRUTO-CR150 + VALOR-TOT-CR20
                              NOT > VALOR-MAX-W)
                         PERFORM INCLUI-TITULO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.
           IF QT-TITULOS-W = ZEROS
              DISPLAY "NENHUM TITULO DISPONIVEL P/ O BORDERO"
              GO TO MONTA-BORDERO-FIM.
           WRITE REG-CRD150 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CRD150: " ST-CRD150
           END-WRITE.
           MOVE VLR-BRUTO-CR150 TO VALOR-E.
           DISPLAY "BORDERO " BORDERO-W " MONTADO COM " QT-TITULOS-W
                   " TITULO(S) - TOTAL " VALOR-E.
       MONTA-BORDERO-FIM.
           CONTINUE.

       INCLUI-TITULO SECTION.
           INITIALIZE REG-CRD151.
           MOVE BORDERO-W          TO BORDERO-CR151.
           MOVE CLASS-CLIENTE-CR20 TO CLASS-CLIENTE-CR151.
           MOVE CLIENTE-CR20       TO CLIENTE-CR151.
           MOVE SEQ-CR20           TO SEQ-TIT-CR151.
           MOVE PORTADOR-W         TO PORTADOR-CR151.
           MOVE OUTRO-DOCTO-CR20   TO NOSSO-NUMERO-CR151.
           MOVE DATA-VENCTO-CR20   TO DATA-VENCTO-CR151.
           MOVE VALOR-TOT-CR20     TO VALOR-CR151.
           MOVE DATA-SISTEMA-N     TO DATA-SITUACAO-CR151.
           WRITE REG-CRD151 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CRD151: " ST-CRD151
                 GO TO INCLUI-TITULO-FIM
           END-WRITE.
           MOVE 3 TO CARTEIRA-CR20.
           REWRITE REG-CRD020 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD020: " ST-CRD020
           END-REWRITE.
           ADD VALOR-TOT-CR20 TO VLR-BRUTO-CR150.
           ADD 1 TO QT-TITULOS-W.
      *    reposiciona na chave alternativa (a carteira mudou e o
      *    registro saiu da faixa varrida)
           MOVE PORTADOR-W TO PORTADOR-CR20.
           MOVE 1          TO CARTEIRA-CR20.
           START CRD020 KEY IS NOT LESS ALT2-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
       INCLUI-TITULO-FIM.
           CONTINUE.

       PROXIMO-BORDERO SECTION.
           MOVE ZEROS TO BORDERO-W BORDERO-CR150.
           START CRD150 KEY IS NOT LESS BORDERO-CR150 INVALID KEY
                 MOVE "10" TO ST-CRD150
           END-START.
           PERFORM UNTIL ST-CRD150 = "10"
              READ CRD150 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD150
              NOT AT END
                   MOVE BORDERO-CR150 TO BORDERO-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD150.
           ADD 1 TO BORDERO-W.

      *    credito do banco: o desagio e calculado por titulo na
      *    data do credito; a entrada no caixa e o valor bruto e os
      *    encargos saem amarrados a ela pelo SEQ-DESM, de modo que o
      *    liquido no caixa e o credito do extrato
       CREDITO-BORDERO SECTION.
           DISPLAY "BORDERO: " WITH NO ADVANCING.
           ACCEPT BORDERO-W.
           MOVE BORDERO-W TO BORDERO-CR150.
           READ CRD150 INVALID KEY
                DISPLAY "BORDERO NAO ENCONTRADO"
                GO TO CREDITO-BORDERO-FIM
           END-READ.
           IF SITUACAO-CR150 NOT = 0
              DISPLAY "BORDERO JA CREDITADO OU CANCELADO"
              GO TO CREDITO-BORDERO-FIM.
           DISPLAY "1-CONFIRMA CREDITO  2-CANCELA BORDERO: "
                   WITH NO ADVANCING.
           ACCEPT ACAO-W.
           DISPLAY "USUARIO..................: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF ACAO-W = 2
              PERFORM CANCELA-BORDERO
              GO TO CREDITO-BORDERO-FIM.
           IF ACAO-W NOT = 1
              DISPLAY "ACAO INVALIDA"
              GO TO CREDITO-BORDERO-FIM.
           MOVE ZEROS TO VLR-JUROS-CR150.
           PERFORM CALCULA-DESAGIO.
           DISPLAY "IOF......................: " WITH NO ADVANCING.
           ACCEPT VLR-IOF-CR150.
           DISPLAY "TARIFA...................: " WITH NO ADVANCING.
           ACCEPT VLR-TARIFA-CR150.
           DISPLAY "CONTA REDUZIDA DA DESPESA: " WITH NO ADVANCING.
           ACCEPT CONTA-DESP-CR150.
           COMPUTE VLR-LIQUIDO-CR150 = VLR-BRUTO-CR150
                 - VLR-JUROS-CR150 - VLR-IOF-CR150 - VLR-TARIFA-CR150.
           MOVE VLR-BRUTO-CR150 TO VALOR-E.
           DISPLAY "VALOR BRUTO..............: " VALOR-E.
           MOVE VLR-JUROS-CR150 TO VALOR-E.
           DISPLAY "JUROS DE DESCONTO........: " VALOR-E.
           MOVE VLR-LIQUIDO-CR150 TO VALOR-E.
           DISPLAY "LIQUIDO CREDITADO........: " VALOR-E.
           DISPLAY "CONFIRMA (S/N)...........: " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO CREDITO-BORDERO-FIM.
           MOVE CONTA-BANCO-CR150 TO CONTA-W.
           MOVE ZEROS TO CONTA-REDUZ-W SEQ-DESM-W.
           MOVE SPACES TO HISTORICO-W.
           MOVE "DESCONTO BORDERO" TO HISTORICO-W (1: 16).
           MOVE BORDERO-W TO HISTORICO-W (18: 6).
           MOVE 65 TO TIPO-LCTO-W.
           MOVE VLR-BRUTO-CR150 TO VALOR-W.
           PERFORM GRAVA-PERNA-CAIXA.
           MOVE PROX-SEQ-CX-W TO SEQ-DESM-W.
           MOVE CONTA-DESP-CR150 TO CONTA-REDUZ-W.
           MOVE 14 TO TIPO-LCTO-W.
           MOVE SPACES TO HISTORICO-W.
           MOVE "JUROS DESCONTO BORD." TO HISTORICO-W (1: 20).
           MOVE BORDERO-W TO HISTORICO-W (22: 6).
           MOVE VLR-JUROS-CR150 TO VALOR-W.
           IF VALOR-W > ZEROS
              PERFORM GRAVA-PERNA-CAIXA.
           MOVE SPACES TO HISTORICO-W.
           MOVE "IOF DESCONTO BORD." TO HISTORICO-W (1: 18).
           MOVE BORDERO-W TO HISTORICO-W (20: 6).
           MOVE VLR-IOF-CR150 TO VALOR-W.
           IF VALOR-W > ZEROS
              PERFORM GRAVA-PERNA-CAIXA.
           MOVE SPACES TO HISTORICO-W.
           MOVE "TARIFA DESCONTO BORD." TO HISTORICO-W (1: 21).
           MOVE BORDERO-W TO HISTORICO-W (23: 6).
           MOVE VLR-TARIFA-CR150 TO VALOR-W.
           IF VALOR-W > ZEROS
              PERFORM GRAVA-PERNA-CAIXA.
           MOVE DATA-SISTEMA-N TO DATA-CREDITO-CR150.
           MOVE 1 TO SITUACAO-CR150.
           MOVE USUARIO-W TO USUARIO-CR150.
           REWRITE REG-CRD150 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD150: " ST-CRD150
           END-REWRITE.
           DISPLAY "CREDITO DO BORDERO " BORDERO-W " POSTADO".
       CREDITO-BORDERO-FIM.
           CONTINUE.

       CALCULA-DESAGIO SECTION.
           MOVE BORDERO-W TO BORDERO-CR151.
           MOVE ZEROS     TO CHAVE-TIT-CR151.
           START CRD151 KEY IS NOT LESS CHAVE-CR151 INVALID KEY
                 MOVE "10" TO ST-CRD151
           END-START.
           PERFORM UNTIL ST-CRD151 = "10"
              READ CRD151 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD151
              NOT AT END
                   IF BORDERO-CR151 NOT = BORDERO-W
                      MOVE "10" TO ST-CRD151
                   ELSE
                      COMPUTE DIAS-W =
                         FUNCTION INTEGER-OF-DATE (DATA-VENCTO-CR151) -
                         FUNCTION INTEGER-OF-DATE (DATA-SISTEMA-N)
                      IF DIAS-W < 0
                         MOVE ZEROS TO DIAS-W
                      END-IF
                      COMPUTE VLR-JUROS-CR151 ROUNDED =
                         VALOR-CR151 * TAXA-DESC-CR150 / 100
                         * DIAS-W / 30
                      ADD VLR-JUROS-CR151 TO VLR-JUROS-CR150
                      REWRITE REG-CRD151 INVALID KEY
                         DISPLAY "ERRO ATUALIZANDO CRD151: " ST-CRD151
                      END-REWRITE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD151.

      *    cancelamento do bordero ainda nao creditado: os titulos
      *    voltam p/ carteira simples
       CANCELA-BORDERO SECTION.
           MOVE BORDERO-W TO BORDERO-CR151.
           MOVE ZEROS     TO CHAVE-TIT-CR151.
           START CRD151 KEY IS NOT LESS CHAVE-CR151 INVALID KEY
                 MOVE "10" TO ST-CRD151
           END-START.
           PERFORM UNTIL ST-CRD151 = "10"
              READ CRD151 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD151
              NOT AT END
                   IF BORDERO-CR151 NOT = BORDERO-W
                      MOVE "10" TO ST-CRD151
                   ELSE
                      PERFORM VOLTA-CARTEIRA-SIMPLES
                      MOVE 9 TO SITUACAO-CR151
                      MOVE DATA-SISTEMA-N TO DATA-SITUACAO-CR151
                      REWRITE REG-CRD151 INVALID KEY
                         DISPLAY "ERRO ATUALIZANDO CRD151: " ST-CRD151
                      END-REWRITE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD151.
           MOVE 9 TO SITUACAO-CR150.
           MOVE USUARIO-W TO USUARIO-CR150.
           REWRITE REG-CRD150 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD150: " ST-CRD150
           END-REWRITE.
           DISPLAY "BORDERO " BORDERO-W " CANCELADO".

       VOLTA-CARTEIRA-SIMPLES SECTION.
           MOVE CLASS-CLIENTE-CR151 TO CLASS-CLIENTE-CR20.
           MOVE CLIENTE-CR151       TO CLIENTE-CR20.
           MOVE SEQ-TIT-CR151       TO SEQ-CR20.
           READ CRD020 INVALID KEY
                DISPLAY "TITULO " CHAVE-TIT-CR151 " NAO ENCONTRADO"
           END-READ.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-CRD020.
           IF ST-CRD020 < "10"
              MOVE 1 TO CARTEIRA-CR20
              REWRITE REG-CRD020 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CRD020: " ST-CRD020
              END-REWRITE.

      *    recompra: arquivo do banco com os titulos descontados que
      *    o sacado nao pagou; a divida contingente vira conta a
      *    pagar ao banco e o titulo volta p/ cobranca propria
       IMPORTA-RECOMPRA SECTION.
           IF PATH-RETORNO-W = SPACES
              DISPLAY "ARQUIVO DE DEVOLVIDOS......: " WITH NO ADVANCING
              ACCEPT PATH-RETORNO-W.
           DISPLAY "CONTA REDUZIDA DA RECOMPRA.: " WITH NO ADVANCING.
           ACCEPT CONTA-REDUZ-W.
           DISPLAY "USUARIO....................: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           OPEN INPUT RETORNO.
           IF ST-RETORNO > "09"
              DISPLAY "ERRO ABRINDO RETORNO: " ST-RETORNO
              GO TO IMPORTA-RECOMPRA-FIM.
           PERFORM UNTIL ST-RETORNO = "10"
              READ RETORNO AT END
                   MOVE "10" TO ST-RETORNO
              NOT AT END
                   PERFORM PROCESSA-DEVOLVIDO
              END-READ
           END-PERFORM.
           CLOSE RETORNO.
           DISPLAY "RECOMPRAS GERADAS NO CPD020: " QT-RECOMPRAS-W.
       IMPORTA-RECOMPRA-FIM.
           CONTINUE.

       PROCESSA-DEVOLVIDO SECTION.
           MOVE RT-NOSSO-NUM TO NOSSO-NUMERO-CR151.
           START CRD151 KEY IS EQUAL NOSSO-NUMERO-CR151 INVALID KEY
                 DISPLAY "NOSSO-NUMERO " RT-NOSSO-NUM
                         " FORA DOS BORDEROS"
                 GO TO PROCESSA-DEVOLVIDO-FIM
           END-START.
           MOVE SPACES TO ST-CRD151.
           PERFORM UNTIL ST-CRD151 = "10"
              READ CRD151 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD151
              NOT AT END
                   IF NOSSO-NUMERO-CR151 NOT = RT-NOSSO-NUM
                      MOVE "10" TO ST-CRD151
                   ELSE
                      IF SITUACAO-CR151 = 0
                         PERFORM GERA-RECOMPRA
                         MOVE "10" TO ST-CRD151
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD151.
       PROCESSA-DEVOLVIDO-FIM.
           CONTINUE.

       GERA-RECOMPRA SECTION.
           MOVE BORDERO-CR151 TO BORDERO-CR150.
           READ CRD150 INVALID KEY
                DISPLAY "BORDERO " BORDERO-CR151 " NAO ENCONTRADO"
                GO TO GERA-RECOMPRA-FIM
           END-READ.
           MOVE ZEROS              TO PROX-SEQ-CP-W.
           MOVE FORNEC-BANCO-CR150 TO FORNEC-CP20.
           MOVE ZEROS              TO SEQ-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-BANCO-CR150
                      MOVE "10" TO ST-CPD020
                   ELSE
                      MOVE SEQ-CP20 TO PROX-SEQ-CP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           ADD 1 TO PROX-SEQ-CP-W.
           INITIALIZE REG-CPD020.
           MOVE DATA-SISTEMA-N     TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20
                                      DATA-VENCTO-CP20.
           MOVE FORNEC-BANCO-CR150 TO FORNEC-CP20.
           MOVE PROX-SEQ-CP-W      TO SEQ-CP20.
           MOVE ZEROS              TO TIPO-FORN-CP20.
           MOVE PORTADOR-CR151     TO PORTADOR-CP20.
           MOVE "BORD"             TO NR-DOCTO-CP20 (1: 4).
           MOVE BORDERO-CR151      TO NR-DOCTO-CP20 (5: 6).
           MOVE SPACES             TO DESCRICAO-CP20.
           MOVE "RECOMPRA TIT."    TO DESCRICAO-CP20 (1: 13).
           MOVE CHAVE-TIT-CR151    TO DESCRICAO-CP20 (15: 14).
           MOVE VALOR-CR151        TO VALOR-TOT-CP20.
           MOVE CONTA-REDUZ-W      TO CODREDUZ-APUR-CP20.
           MOVE 1                  TO LIBERADO-CP20.
           MOVE USUARIO-W          TO DIGITADOR-CP20.
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD020: " ST-CPD020
                 GO TO GERA-RECOMPRA-FIM
           END-WRITE.
           PERFORM VOLTA-CARTEIRA-SIMPLES.
           MOVE 2                  TO SITUACAO-CR151.
           MOVE DATA-SISTEMA-N     TO DATA-SITUACAO-CR151.
           MOVE FORNEC-BANCO-CR150 TO FORNEC-RECOMPRA-CR151.
           MOVE PROX-SEQ-CP-W      TO SEQ-RECOMPRA-CR151.
           REWRITE REG-CRD151 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD151: " ST-CRD151
           END-REWRITE.
           ADD 1 TO QT-RECOMPRAS-W.
       GERA-RECOMPRA-FIM.
           CONTINUE.

      *    posicao diaria: primeiro baixa os titulos que o sacado ja
      *    pagou (e encerra o bordero sem titulo em aberto), depois
      *    lista o saldo contingente por portador contra o limite
       POSICAO-DESCONTO SECTION.
           PERFORM BAIXA-LIQUIDADOS.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ZEROS TO SITUACAO-CR151 PORTADOR-CR151 BORDERO-CR151.
           START CRD151 KEY IS NOT LESS ALT1-CR151 INVALID KEY
                 MOVE "10" TO ST-CRD151
           END-START.
           PERFORM UNTIL ST-CRD151 = "10"
              READ CRD151 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD151
              NOT AT END
                   IF SITUACAO-CR151 NOT = 0
                      MOVE "10" TO ST-CRD151
                   ELSE
                      PERFORM CONFERE-BORDERO-CREDITADO
                      IF CREDITADO-W = 1
                         IF PORTADOR-CR151 NOT = PORTADOR-ANT-W
                            PERFORM TOTAL-PORTADOR
                            MOVE PORTADOR-CR151 TO PORTADOR-ANT-W
                         END-IF
                         PERFORM IMPRIME-TITULO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM TOTAL-PORTADOR.
           MOVE SALDO-GERAL-W TO VALOR-E.
           MOVE "TOTAL DESCONTADO EM ABERTO" TO LINDET-REL (1: 26).
           MOVE VALOR-E TO LINDET-REL (40: 16).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "TITULOS LIQUIDADOS PELO SACADO: " QT-LIQUIDADOS-W.

       BAIXA-LIQUIDADOS SECTION.
           MOVE ZEROS TO BORDERO-CR151 CHAVE-TIT-CR151.
           START CRD151 KEY IS NOT LESS CHAVE-CR151 INVALID KEY
                 MOVE "10" TO ST-CRD151
           END-START.
           PERFORM UNTIL ST-CRD151 = "10"
              READ CRD151 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD151
              NOT AT END
                   IF BORDERO-CR151 NOT = BORDERO-ANT-W
                      PERFORM ENCERRA-BORDERO
                      MOVE BORDERO-CR151 TO BORDERO-ANT-W
                      MOVE ZEROS TO ABERTOS-W
                   END-IF
                   IF SITUACAO-CR151 = 0
                      PERFORM TESTA-LIQUIDACAO
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM ENCERRA-BORDERO.
           MOVE SPACES TO ST-CRD151.
           MOVE ZEROS TO BORDERO-ANT-W.

       TESTA-LIQUIDACAO SECTION.
           MOVE CLASS-CLIENTE-CR151 TO CLASS-CLIENTE-CR20.
           MOVE CLIENTE-CR151       TO CLIENTE-CR20.
           MOVE SEQ-TIT-CR151       TO SEQ-CR20.
           READ CRD020 INVALID KEY
                ADD 1 TO ABERTOS-W
                GO TO TESTA-LIQUIDACAO-FIM
           END-READ.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-CRD020.
           IF ST-CRD020 > "09"
              ADD 1 TO ABERTOS-W
              GO TO TESTA-LIQUIDACAO-FIM.
           IF SITUACAO-CR20 NOT = 2
              ADD 1 TO ABERTOS-W
              GO TO TESTA-LIQUIDACAO-FIM.
           MOVE 1 TO SITUACAO-CR151.
           MOVE DATA-RCTO-CR20 TO DATA-SITUACAO-CR151.
           REWRITE REG-CRD151 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD151: " ST-CRD151
           END-REWRITE.
           ADD 1 TO QT-LIQUIDADOS-W.
       TESTA-LIQUIDACAO-FIM.
           CONTINUE.

       ENCERRA-BORDERO SECTION.
           IF BORDERO-ANT-W = ZEROS OR ABERTOS-W > ZEROS
              GO TO ENCERRA-BORDERO-FIM.
           MOVE BORDERO-ANT-W TO BORDERO-CR150.
           READ CRD150 INVALID KEY
                GO TO ENCERRA-BORDERO-FIM
           END-READ.
           IF SITUACAO-CR150 = 1
              MOVE 2 TO SITUACAO-CR150
              REWRITE REG-CRD150 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CRD150: " ST-CRD150
              END-REWRITE.
       ENCERRA-BORDERO-FIM.
           CONTINUE.

      *    bordero so montado (SITUACAO-CR150 = 0) o banco ainda nao
      *    creditou: a empresa nao deve nada ao banco por ele
       CONFERE-BORDERO-CREDITADO SECTION.
           MOVE 1 TO CREDITADO-W.
           MOVE BORDERO-CR151 TO BORDERO-CR150.
           READ CRD150 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF SITUACAO-CR150 = 0
                   MOVE 0 TO CREDITADO-W
                END-IF
           END-READ.

       IMPRIME-TITULO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE PORTADOR-CR151    TO LINDET-REL (1: 4).
           MOVE BORDERO-CR151     TO LINDET-REL (6: 6).
           MOVE CHAVE-TIT-CR151   TO LINDET-REL (14: 14).
           MOVE DATA-VENCTO-CR151 TO LINDET-REL (30: 8).
           MOVE VALOR-CR151       TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (40: 16).
           ADD VALOR-CR151 TO SALDO-PORT-W SALDO-GERAL-W.
           PERFORM IMPRIME-LINDET.

       TOTAL-PORTADOR SECTION.
           IF PORTADOR-ANT-W = ZEROS
              GO TO TOTAL-PORTADOR-FIM.
           MOVE SPACES TO LINDET-REL.
           MOVE "SALDO DO PORTADOR" TO LINDET-REL (1: 17).
           MOVE PORTADOR-ANT-W TO LINDET-REL (19: 4).
           MOVE SALDO-PORT-W TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (40: 16).
           MOVE PORTADOR-ANT-W TO PORTADOR-CG31.
           READ CGD031 INVALID KEY
                MOVE "SEM LIMITE NO CGD031" TO LINDET-REL (58: 20)
           NOT INVALID KEY
                MOVE LIMITE-EXPOSIC-CG31 TO VALOR-E
                MOVE "LIMITE" TO LINDET-REL (58: 6)
                MOVE VALOR-E TO LINDET-REL (65: 16)
                IF SALDO-PORT-W > LIMITE-EXPOSIC-CG31
                   MOVE "ESTOURO" TO LINDET-REL (83: 7)
                END-IF
           END-READ.
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO SALDO-PORT-W.
       TOTAL-PORTADOR-FIM.
           CONTINUE.

       GRAVA-PERNA-CAIXA SECTION.
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
           MOVE SPACES TO ST-CXD100.
           ADD 1 TO PROX-SEQ-CX-W.
           INITIALIZE REG-CXD100.
           MOVE PROX-SEQ-CX-W  TO SEQ-CX100.
           MOVE DATA-SISTEMA-N TO DATA-MOV-CX100.
           MOVE TIPO-LCTO-W    TO TIPO-LCTO-CX100.
           MOVE HISTORICO-W    TO HISTORICO-CX100.
           MOVE BORDERO-W      TO DOCUMENTO-CX100.
           MOVE VALOR-W        TO VALOR-CX100.
           MOVE CONTA-W        TO CONTAPART-CX100.
           MOVE CONTA-REDUZ-W  TO CONTA-REDUZ-CX100.
           MOVE SEQ-DESM-W     TO SEQ-DESM-CX100.
           MOVE USUARIO-W      TO RESPONSAVEL-CX100.
           WRITE REG-CXD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CXD100: " ST-CXD100
           END-WRITE.

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

      *    Trava de dia fechado (CXD127, CXP126/CXP127): com o
      *    registro do dia em SITUACAO 0, nenhum lancamento entra
      *    nesta data.
       TESTA-DIA-FECHADO SECTION.
           IF ST-CXD127 > "09"
              GO TO TESTA-DIA-FECHADO-FIM.
           MOVE DATA-SISTEMA-N TO DATA-FECH-CX127.
           READ CXD127 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF SITUACAO-CX127 = 0
                   DISPLAY "DIA FECHADO NO CAIXA (CXP126/CXP127) -"
                           " LANCAMENTO BLOQUEADO"
                   MOVE 1 TO ERRO-W
                END-IF
           END-READ.
       TESTA-DIA-FECHADO-FIM.
           CONTINUE.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CRD020 CRD150 CRD151 CXD100 CPD020 CXD127 CGD031.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "CRP150"      TO GRLOCK-PROGRAMA.
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

       END PROGRAM CRP150.
