       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP025.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CONTRATOS DE EMPRESTIMO E FINANCIAMENTO (CPD033) COM
      *        CRONOGRAMA DE AMORTIZACAO (CPD034) - AS PARCELAS ERAM
      *        DIGITADAS UMA A UMA NO CPD020, COM JUROS E PRINCIPAL
      *        MISTURADOS NO VALOR-TOT-CP20.
      *        OPCAO 1 - CADASTRA O CONTRATO E GERA TODAS AS PARCELAS
      *          NO CPD020 (TABELA SAC OU PRICE, COM CARENCIA SO DE
      *          JUROS), GUARDANDO AMORTIZACAO E JUROS DE CADA UMA NO
      *          CPD034 - O CTP100 DEBITA O PRINCIPAL NA CONTA DO
      *          PASSIVO E OS JUROS NA CONTA DE DESPESA;
      *        OPCAO 2 - LIQUIDACAO ANTECIPADA OU AMORTIZACAO
      *          PARCIAL: CANCELA AS PARCELAS EM ABERTO, GERA O
      *          TITULO DO PAGAMENTO ANTECIPADO E, SE SOBRAR SALDO,
      *          RECALCULA AS PARCELAS RESTANTES SOBRE O SALDO NOVO;
      *        OPCAO 3 - ENDIVIDAMENTO POR CREDOR: SALDO DE PRINCIPAL
      *          EM ABERTO DE CADA CONTRATO, SEPARADO EM CURTO PRAZO
      *          (VENCE EM ATE 12 MESES) E LONGO PRAZO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX033.
           COPY CPPX034.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CPPW020.
           COPY CPPW033.
           COPY CPPW034.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD033             PIC XX       VALUE SPACES.
           05  ST-CPD034             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  CONTRATO-W            PIC 9(6)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  QT-PARCELAS-W         PIC 9(2)     VALUE ZEROS.
           05  QT-CARENCIA-W         PIC 9(2)     VALUE ZEROS.
           05  QT-AMORTIZ-W          PIC 9(2)     VALUE ZEROS.
           05  PROX-PARC-W           PIC 9(3)     VALUE ZEROS.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  DIA-BASE-W            PIC 9(2)     VALUE ZEROS.
           05  TAXA-W                PIC 9V9(8)   VALUE ZEROS.
           05  FATOR-W               PIC 9(4)V9(8) VALUE ZEROS.
           05  SALDO-W               PIC 9(10)V99 VALUE ZEROS.
           05  PRESTACAO-W           PIC 9(10)V99 VALUE ZEROS.
           05  AMORTIZ-W             PIC 9(10)V99 VALUE ZEROS.
           05  JUROS-W               PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-W               PIC 9(10)V99 VALUE ZEROS.
           05  ANTECIPADO-W          PIC 9(10)V99 VALUE ZEROS.
           05  DATA-LIMITE-CP-W      PIC 9(8)     VALUE ZEROS.
           05  CURTO-W               PIC 9(10)V99 VALUE ZEROS.
           05  LONGO-W               PIC 9(10)V99 VALUE ZEROS.
           05  CURTO-FORNEC-W        PIC 9(10)V99 VALUE ZEROS.
           05  LONGO-FORNEC-W        PIC 9(10)V99 VALUE ZEROS.
           05  CURTO-GERAL-W         PIC 9(10)V99 VALUE ZEROS.
           05  LONGO-GERAL-W         PIC 9(10)V99 VALUE ZEROS.
           05  FORNEC-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  VALOR-E               PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  VENCTO-W.
           05  AA-VENCTO-W           PIC 9(4).
           05  MM-VENCTO-W           PIC 9(2).
           05  DD-VENCTO-W           PIC 9(2).
       01  VENCTO-N-W REDEFINES VENCTO-W PIC 9(8).

       01  TAB-ULTIMO-DIA.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  RED-ULTIMO-DIA REDEFINES TAB-ULTIMO-DIA.
           05  ULTIMO-DIA-W OCCURS 12  PIC 9(2).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD033       PIC X(60)    VALUE SPACES.
           05  PATH-CPD034       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CPP025 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(50)  VALUE
               "ENDIVIDAMENTO POR CREDOR - CURTO E LONGO PRAZO".
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(50)  VALUE
               "CREDOR CONTRATO BANCO          IND.        CURTO ".
           05  FILLER            PIC X(50)  VALUE
               "PRAZO       LONGO PRAZO".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM CADASTRA-CONTRATO
                  WHEN 2 PERFORM ANTECIPA-PAGAMENTO
                  WHEN 3 PERFORM RELATORIO-ENDIVIDAMENTO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-CONTRATO  2-ANTECIPACAO  3-ENDIVIDAMENTO: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CPD033"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD033
              MOVE "CPD034"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD034
              OPEN I-O CPD020 CPD033 CPD034
              IF ST-CPD033 = "35"
                 CLOSE CPD033      OPEN OUTPUT CPD033
                 CLOSE CPD033      OPEN I-O CPD033
              END-IF
              IF ST-CPD034 = "35"
                 CLOSE CPD034      OPEN OUTPUT CPD034
                 CLOSE CPD034      OPEN I-O CPD034
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD033 > "09"
                 DISPLAY "ERRO ABERTURA CPD033: " ST-CPD033
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD034 > "09"
                 DISPLAY "ERRO ABERTURA CPD034: " ST-CPD034
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CPD020 CPD033 CPD034
              END-IF.

       CADASTRA-CONTRATO SECTION.
           PERFORM PROXIMO-CONTRATO.
           INITIALIZE REG-CPD033.
           MOVE CONTRATO-W TO CONTRATO-CP33.
           DISPLAY "BANCO/FINANCEIRA (FORNEC.)...: " WITH NO ADVANCING.
           ACCEPT FORNEC-CP33.
           DISPLAY "NR. DO CONTRATO NO BANCO.....: " WITH NO ADVANCING.
           ACCEPT NR-CONTRATO-BANCO-CP33.
           DISPLAY "TIPO (1-GIRO 2-VEICULO 3-EQUIP 4-OUTROS): "
                   WITH NO ADVANCING.
           ACCEPT TIPO-CP33.
           DISPLAY "VALOR DO PRINCIPAL...........: " WITH NO ADVANCING.
           ACCEPT VLR-PRINCIPAL-CP33.
           DISPLAY "TAXA % AO MES................: " WITH NO ADVANCING.
           ACCEPT TAXA-MES-CP33.
           DISPLAY "INDEXADOR (PRE/CDI/IPCA/TJLP): " WITH NO ADVANCING.
           ACCEPT INDEXADOR-CP33.
           DISPLAY "SISTEMA (1-SAC 2-PRICE)......: " WITH NO ADVANCING.
           ACCEPT SISTEMA-CP33.
           DISPLAY "NR. DE PARCELAS (ATE 99).....: " WITH NO ADVANCING.
           ACCEPT NR-PARCELAS-CP33.
           DISPLAY "MESES DE CARENCIA (SO JUROS).: " WITH NO ADVANCING.
           ACCEPT CARENCIA-CP33.
           DISPLAY "PRIMEIRO VENCTO (AAAAMMDD)...: " WITH NO ADVANCING.
           ACCEPT DATA-PRIM-VENCTO-CP33.
           DISPLAY "CONTA REDUZIDA DO PRINCIPAL..: " WITH NO ADVANCING.
           ACCEPT CONTA-PASSIVO-CP33.
           DISPLAY "CONTA REDUZIDA DOS JUROS.....: " WITH NO ADVANCING.
           ACCEPT CONTA-JUROS-CP33.
           DISPLAY "USUARIO......................: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF FORNEC-CP33 = ZEROS OR VLR-PRINCIPAL-CP33 = ZEROS
              OR NR-PARCELAS-CP33 = ZEROS
              OR CARENCIA-CP33 NOT < NR-PARCELAS-CP33
              OR (SISTEMA-CP33 NOT = 1 AND SISTEMA-CP33 NOT = 2)
              OR DATA-PRIM-VENCTO-CP33 = ZEROS
              DISPLAY "DADOS INVALIDOS"
              GO TO CADASTRA-CONTRATO-FIM.
           MOVE DATA-SISTEMA-N     TO DATA-CONTRATO-CP33.
           MOVE VLR-PRINCIPAL-CP33 TO SALDO-DEVEDOR-CP33.
           MOVE USUARIO-W          TO USUARIO-CP33.
           WRITE REG-CPD033 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD033: " ST-CPD033
                 GO TO CADASTRA-CONTRATO-FIM
           END-WRITE.
           MOVE VLR-PRINCIPAL-CP33    TO SALDO-W.
           MOVE NR-PARCELAS-CP33      TO QT-PARCELAS-W.
           MOVE CARENCIA-CP33         TO QT-CARENCIA-W.
           MOVE DATA-PRIM-VENCTO-CP33 TO VENCTO-N-W.
           MOVE ZEROS                 TO PROX-PARC-W.
           PERFORM GERA-CRONOGRAMA.
           DISPLAY "CONTRATO " CONTRATO-W " GRAVADO COM "
                   QT-PARCELAS-W " PARCELA(S) NO CPD020".
       CADASTRA-CONTRATO-FIM.
           CONTINUE.

       PROXIMO-CONTRATO SECTION.
           MOVE ZEROS TO CONTRATO-W CONTRATO-CP33.
           START CPD033 KEY IS NOT LESS CONTRATO-CP33 INVALID KEY
                 MOVE "10" TO ST-CPD033
           END-START.
           PERFORM UNTIL ST-CPD033 = "10"
              READ CPD033 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD033
              NOT AT END
                   MOVE CONTRATO-CP33 TO CONTRATO-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD033.
           ADD 1 TO CONTRATO-W.

      *    cronograma sobre SALDO-W em QT-PARCELAS-W meses, os
      *    QT-CARENCIA-W primeiros so de juros, a partir do vencimento
      *    em VENCTO-W. SAC: amortizacao constante; PRICE: prestacao
      *    constante = saldo x i / (1 - (1 + i) ** -n). A ultima
      *    parcela absorve o arredondamento e zera o saldo.
       GERA-CRONOGRAMA SECTION.
           COMPUTE TAXA-W = TAXA-MES-CP33 / 100.
           MOVE DD-VENCTO-W TO DIA-BASE-W.
           COMPUTE QT-AMORTIZ-W = QT-PARCELAS-W - QT-CARENCIA-W.
           IF SISTEMA-CP33 = 1
              COMPUTE AMORTIZ-W ROUNDED = SALDO-W / QT-AMORTIZ-W
           ELSE
              IF TAXA-W = ZEROS
                 COMPUTE PRESTACAO-W ROUNDED = SALDO-W / QT-AMORTIZ-W
              ELSE
                 COMPUTE FATOR-W = (1 + TAXA-W) ** QT-AMORTIZ-W
                 COMPUTE PRESTACAO-W ROUNDED =
                       SALDO-W * TAXA-W * FATOR-W / (FATOR-W - 1)
              END-IF
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PARCELAS-W
              COMPUTE JUROS-W ROUNDED = SALDO-W * TAXA-W
              IF I NOT > QT-CARENCIA-W
                 MOVE ZEROS TO VALOR-W
              ELSE
                 IF I = QT-PARCELAS-W
                    MOVE SALDO-W TO VALOR-W
                 ELSE
                    IF SISTEMA-CP33 = 1
                       MOVE AMORTIZ-W TO VALOR-W
                    ELSE
                       COMPUTE VALOR-W = PRESTACAO-W - JUROS-W
                    END-IF
                 END-IF
              END-IF
              SUBTRACT VALOR-W FROM SALDO-W
              PERFORM GRAVA-PARCELA
              PERFORM PROXIMO-VENCIMENTO
           END-PERFORM.

       GRAVA-PARCELA SECTION.
           ADD 1 TO PROX-PARC-W.
           PERFORM GRAVA-TITULO-CPD020.
           INITIALIZE REG-CPD034.
           MOVE CONTRATO-CP33    TO CONTRATO-CP34.
           MOVE PROX-PARC-W      TO PARCELA-CP34.
           MOVE FORNEC-CP33      TO FORNEC-CP34.
           MOVE PROX-SEQ-CP-W    TO SEQ-CP20-CP34.
           MOVE VENCTO-N-W       TO DATA-VENCTO-CP34.
           MOVE VALOR-W          TO VLR-AMORTIZ-CP34.
           MOVE JUROS-W          TO VLR-JUROS-CP34.
           COMPUTE VLR-PARCELA-CP34 = VALOR-W + JUROS-W.
           MOVE SALDO-W          TO SALDO-APOS-CP34.
           MOVE CONTA-JUROS-CP33 TO CONTA-JUROS-CP34.
           WRITE REG-CPD034 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD034: " ST-CPD034
           END-WRITE.

       GRAVA-TITULO-CPD020 SECTION.
           MOVE ZEROS         TO PROX-SEQ-CP-W.
           MOVE FORNEC-CP33   TO FORNEC-CP20.
           MOVE ZEROS         TO SEQ-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-CP33
                      MOVE "10" TO ST-CPD020
                   ELSE
                      MOVE SEQ-CP20 TO PROX-SEQ-CP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           ADD 1 TO PROX-SEQ-CP-W.
           INITIALIZE REG-CPD020.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20.
           MOVE FORNEC-CP33    TO FORNEC-CP20.
           MOVE PROX-SEQ-CP-W  TO SEQ-CP20.
           MOVE ZEROS          TO TIPO-FORN-CP20.
           MOVE "EMP"          TO NR-DOCTO-CP20 (1: 3).
           MOVE CONTRATO-CP33  TO NR-DOCTO-CP20 (4: 6).
           MOVE VENCTO-N-W     TO DATA-VENCTO-CP20.
           MOVE SPACES         TO DESCRICAO-CP20.
           MOVE "EMPRESTIMO"   TO DESCRICAO-CP20 (1: 10).
           MOVE NR-CONTRATO-BANCO-CP33 TO DESCRICAO-CP20 (12: 15).
           MOVE I              TO NR-PARC-CP20.
           MOVE QT-PARCELAS-W  TO TOT-PARC-CP20.
           MOVE CONTA-PASSIVO-CP33 TO CODREDUZ-APUR-CP20.
           COMPUTE VALOR-TOT-CP20 = VALOR-W + JUROS-W.
           MOVE 1              TO LIBERADO-CP20.
           MOVE USUARIO-W      TO DIGITADOR-CP20.
           MOVE 1              TO TIPO-CONTA-CP20.
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

      *    antecipacao: o saldo devedor e o principal das parcelas
      *    ainda nao pagas; elas sao canceladas no CPD020, o valor
      *    antecipado vira um titulo a vista (so principal, mais os
      *    juros do periodo ja corrido informados pelo banco) e o que
      *    sobrar e reparcelado no mesmo numero de meses restantes
       ANTECIPA-PAGAMENTO SECTION.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           MOVE CONTRATO-W TO CONTRATO-CP33.
           READ CPD033 INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO"
                GO TO ANTECIPA-PAGAMENTO-FIM
           END-READ.
           IF SITUACAO-CP33 NOT = 0
              DISPLAY "CONTRATO JA QUITADO"
              GO TO ANTECIPA-PAGAMENTO-FIM.
           PERFORM APURA-SALDO-DEVEDOR.
           MOVE SALDO-W TO VALOR-E.
           DISPLAY "SALDO DEVEDOR (PRINCIPAL)...: " VALOR-E.
           DISPLAY "PARCELAS EM ABERTO..........: " QT-PARCELAS-W.
           IF SALDO-W = ZEROS
              DISPLAY "NADA A ANTECIPAR"
              GO TO ANTECIPA-PAGAMENTO-FIM.
           DISPLAY "PRINCIPAL A ANTECIPAR (ZEROS = QUITA TUDO): "
                   WITH NO ADVANCING.
           ACCEPT ANTECIPADO-W.
           IF ANTECIPADO-W = ZEROS OR ANTECIPADO-W > SALDO-W
              MOVE SALDO-W TO ANTECIPADO-W.
           DISPLAY "JUROS DO PERIODO CORRIDO....: " WITH NO ADVANCING.
           ACCEPT JUROS-W.
           DISPLAY "VENCIMENTO DO PGTO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT VENCTO-N-W.
           DISPLAY "USUARIO.....................: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           DISPLAY "CONFIRMA (S/N)..............: " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO ANTECIPA-PAGAMENTO-FIM.
           PERFORM CANCELA-PARCELAS-ABERTAS.
           PERFORM ULTIMA-PARCELA.
      *    titulo do pagamento antecipado
           MOVE 1               TO I QT-PARCELAS-W.
           MOVE ANTECIPADO-W    TO VALOR-W.
           SUBTRACT ANTECIPADO-W FROM SALDO-W.
           PERFORM GRAVA-PARCELA.
           IF SALDO-W = ZEROS
              MOVE 1 TO SITUACAO-CP33
              DISPLAY "CONTRATO QUITADO"
           ELSE
      *       reparcela o saldo no prazo que faltava, mantendo o dia
              MOVE QT-AMORTIZ-W TO QT-PARCELAS-W
              MOVE ZEROS        TO QT-CARENCIA-W
              PERFORM PROXIMO-VENCIMENTO
              PERFORM GERA-CRONOGRAMA
              DISPLAY "SALDO REPARCELADO EM " QT-PARCELAS-W
                      " PARCELA(S)".
           MOVE SALDO-W TO SALDO-DEVEDOR-CP33.
           REWRITE REG-CPD033 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD033: " ST-CPD033
           END-REWRITE.
       ANTECIPA-PAGAMENTO-FIM.
           CONTINUE.

      *    soma o principal das parcelas em aberto, marcando como
      *    pagas as que o CPD020 ja baixou; guarda o vencimento da
      *    primeira em aberto (dia base do reparcelamento)
       APURA-SALDO-DEVEDOR SECTION.
           MOVE ZEROS TO SALDO-W QT-PARCELAS-W DIA-BASE-W.
           MOVE CONTRATO-W TO CONTRATO-CP34.
           MOVE ZEROS      TO PARCELA-CP34.
           START CPD034 KEY IS NOT LESS CHAVE-CP34 INVALID KEY
                 MOVE "10" TO ST-CPD034
           END-START.
           PERFORM UNTIL ST-CPD034 = "10"
              READ CPD034 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD034
              NOT AT END
                   IF CONTRATO-CP34 NOT = CONTRATO-W
                      MOVE "10" TO ST-CPD034
                   ELSE
                      IF SITUACAO-CP34 = 0
                         PERFORM TESTA-PARCELA-PAGA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD034.
           MOVE QT-PARCELAS-W TO QT-AMORTIZ-W.

       TESTA-PARCELA-PAGA SECTION.
           MOVE FORNEC-CP34   TO FORNEC-CP20.
           MOVE SEQ-CP20-CP34 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE 4 TO SITUACAO-CP20
           END-READ.
           IF SITUACAO-CP20 = 2
              MOVE 1 TO SITUACAO-CP34
              REWRITE REG-CPD034 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CPD034: " ST-CPD034
              END-REWRITE
           ELSE
              ADD VLR-AMORTIZ-CP34 TO SALDO-W
              ADD 1 TO QT-PARCELAS-W
              IF DIA-BASE-W = ZEROS
                 MOVE DATA-VENCTO-CP34 (7: 2) TO DIA-BASE-W
              END-IF.

       CANCELA-PARCELAS-ABERTAS SECTION.
           MOVE CONTRATO-W TO CONTRATO-CP34.
           MOVE ZEROS      TO PARCELA-CP34.
           START CPD034 KEY IS NOT LESS CHAVE-CP34 INVALID KEY
                 MOVE "10" TO ST-CPD034
           END-START.
           PERFORM UNTIL ST-CPD034 = "10"
              READ CPD034 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD034
              NOT AT END
                   IF CONTRATO-CP34 NOT = CONTRATO-W
                      MOVE "10" TO ST-CPD034
                   ELSE
                      IF SITUACAO-CP34 = 0
                         PERFORM CANCELA-UMA-PARCELA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD034.

       CANCELA-UMA-PARCELA SECTION.
           MOVE FORNEC-CP34   TO FORNEC-CP20.
           MOVE SEQ-CP20-CP34 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 4 TO SITUACAO-CP20
                REWRITE REG-CPD020 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO CPD020: " ST-CPD020
                END-REWRITE
           END-READ.
           MOVE 2 TO SITUACAO-CP34.
           REWRITE REG-CPD034 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD034: " ST-CPD034
           END-REWRITE.

      *    ultima parcela do contrato (continua a numeracao) e o
      *    vencimento seguinte ao dela, p/ o reparcelamento
       ULTIMA-PARCELA SECTION.
           MOVE ZEROS TO PROX-PARC-W.
           MOVE VENCTO-N-W TO DATA-LIMITE-CP-W.
           MOVE CONTRATO-W TO CONTRATO-CP34.
           MOVE ZEROS      TO PARCELA-CP34.
           START CPD034 KEY IS NOT LESS CHAVE-CP34 INVALID KEY
                 MOVE "10" TO ST-CPD034
           END-START.
           PERFORM UNTIL ST-CPD034 = "10"
              READ CPD034 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD034
              NOT AT END
                   IF CONTRATO-CP34 NOT = CONTRATO-W
                      MOVE "10" TO ST-CPD034
                   ELSE
                      MOVE PARCELA-CP34 TO PROX-PARC-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD034.
           MOVE DATA-LIMITE-CP-W TO VENCTO-N-W.

       RELATORIO-ENDIVIDAMENTO SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE DATA-SISTEMA-N TO DATA-LIMITE-CP-W.
           ADD 10000 TO DATA-LIMITE-CP-W.
           MOVE ZEROS TO FORNEC-CP33 CONTRATO-CP33.
           START CPD033 KEY IS NOT LESS ALT1-CP33 INVALID KEY
                 MOVE "10" TO ST-CPD033
           END-START.
           PERFORM UNTIL ST-CPD033 = "10"
              READ CPD033 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD033
              NOT AT END
                   IF SITUACAO-CP33 = 0
                      IF FORNEC-CP33 NOT = FORNEC-ANT-W
                         PERFORM TOTAL-CREDOR
                         MOVE FORNEC-CP33 TO FORNEC-ANT-W
                      END-IF
                      PERFORM IMPRIME-CONTRATO
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM TOTAL-CREDOR.
           MOVE "TOTAL GERAL" TO LINDET-REL (1: 11).
           MOVE CURTO-GERAL-W TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (44: 16).
           MOVE LONGO-GERAL-W TO VALOR-E.
           MOVE VALOR-E TO LINDET-REL (62: 16).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-CONTRATO SECTION.
           MOVE CONTRATO-CP33 TO CONTRATO-W.
           MOVE ZEROS TO CURTO-W LONGO-W.
           MOVE CONTRATO-W TO CONTRATO-CP34.
           MOVE ZEROS      TO PARCELA-CP34.
           START CPD034 KEY IS NOT LESS CHAVE-CP34 INVALID KEY
                 MOVE "10" TO ST-CPD034
           END-START.
           PERFORM UNTIL ST-CPD034 = "10"
              READ CPD034 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD034
              NOT AT END
                   IF CONTRATO-CP34 NOT = CONTRATO-W
                      MOVE "10" TO ST-CPD034
                   ELSE
                      IF SITUACAO-CP34 = 0
                         PERFORM SOMA-PRAZO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD034.
           MOVE SPACES TO LINDET-REL.
           MOVE FORNEC-CP33            TO LINDET-REL (1: 6).
           MOVE CONTRATO-CP33          TO LINDET-REL (8: 6).
           MOVE NR-CONTRATO-BANCO-CP33 TO LINDET-REL (16: 15).
           MOVE INDEXADOR-CP33         TO LINDET-REL (32: 6).
           MOVE CURTO-W                TO VALOR-E.
           MOVE VALOR-E                TO LINDET-REL (44: 16).
           MOVE LONGO-W                TO VALOR-E.
           MOVE VALOR-E                TO LINDET-REL (62: 16).
           PERFORM IMPRIME-LINDET.
           ADD CURTO-W TO CURTO-FORNEC-W CURTO-GERAL-W.
           ADD LONGO-W TO LONGO-FORNEC-W LONGO-GERAL-W.

       SOMA-PRAZO SECTION.
           MOVE FORNEC-CP34   TO FORNEC-CP20.
           MOVE SEQ-CP20-CP34 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE 4 TO SITUACAO-CP20
           END-READ.
           IF SITUACAO-CP20 = 2 OR SITUACAO-CP20 = 4
              GO TO SOMA-PRAZO-FIM.
           IF DATA-VENCTO-CP34 NOT > DATA-LIMITE-CP-W
              ADD VLR-AMORTIZ-CP34 TO CURTO-W
           ELSE
              ADD VLR-AMORTIZ-CP34 TO LONGO-W.
       SOMA-PRAZO-FIM.
           CONTINUE.

       TOTAL-CREDOR SECTION.
           IF FORNEC-ANT-W = ZEROS
              GO TO TOTAL-CREDOR-FIM.
           MOVE SPACES TO LINDET-REL.
           MOVE "TOTAL DO CREDOR" TO LINDET-REL (1: 15).
           MOVE FORNEC-ANT-W      TO LINDET-REL (17: 6).
           MOVE CURTO-FORNEC-W    TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (44: 16).
           MOVE LONGO-FORNEC-W    TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (62: 16).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO CURTO-FORNEC-W LONGO-FORNEC-W.
       TOTAL-CREDOR-FIM.
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
           CLOSE CPD020 CPD033 CPD034.

       END PROGRAM CPP025.
