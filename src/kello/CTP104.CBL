       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTP104.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CONCILIACAO DE FIM DE MES ENTRE OS AUXILIARES E O
      *        RAZAO - TODO MES O CONTADOR LIGAVA PORQUE A CONTA DE
      *        CLIENTES NAO BATIA COM O CRD020 EM ABERTO E NINGUEM
      *        SABIA QUAL TITULO CAUSAVA A DIFERENCA.
      *        P/ O ANO/MES INFORMADO (DATA DE CORTE = FIM DO MES) E
      *        AS MESMAS CONTAS SINTETICAS DO CTP100, COMPARA:
      *        - CLIENTES: CRD020 EM ABERTO NO CORTE (0/1/5, OU PAGO
      *          DEPOIS DO CORTE) + CHEQUES CHD010 EM CARTEIRA OU
      *          DEVOLVIDOS (SITUACAO ATUAL 0/1/5/6);
      *        - FORNECEDORES: CPD020 EM ABERTO NO CORTE (0/1, OU
      *          PAGO DEPOIS DO CORTE);
      *        - CAIXA: SALDO DAS CONTAS DO CXD041 ATE O MES;
      *        COM O SALDO DA CONTA ACUMULADO NO CTD100 ATE O MES, E
      *        ABRE A DIFERENCA NOS DOCUMENTOS QUE A EXPLICAM:
      *        - NUNCA CONTABILIZADOS (CONTABILIZADO-CR20/CP20 = 0,
      *          OU CXD100 DEPOIS DO CHECKPOINT CTD101 DO MES);
      *        - CANCELADOS DEPOIS DE CONTABILIZADOS;
      *        - LANCADOS NO DIARIO EM MES DIFERENTE DO MOVIMENTO.
      *        SO LEITURA - NAO ALTERA NENHUM ARQUIVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CHPX010.
           COPY CPPX020.
           COPY CXPX100.
           COPY CXPX041.
           COPY CTPX100.
           COPY CTPX101.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CRPW020.
           COPY CHPW010.
           COPY CPPW020.
           COPY CXPW100.
           COPY CXPW041.
           COPY CTPW100.
           COPY CTPW101.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD041             PIC XX       VALUE SPACES.
           05  ST-CTD100             PIC XX       VALUE SPACES.
           05  ST-CTD101             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  ANOMES-DOC-W          PIC 9(6)     VALUE ZEROS.
           05  ANOMES-CKP-W          PIC 9(6)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  CONTA-CAIXA-W         PIC 9(5)     VALUE ZEROS.
           05  CONTA-CLIENTES-W      PIC 9(5)     VALUE ZEROS.
           05  CONTA-FORNEC-W        PIC 9(5)     VALUE ZEROS.
           05  ULT-DATA-CX-W         PIC 9(8)     VALUE ZEROS.
           05  ULT-SEQ-CX-W          PIC 9(4)     VALUE ZEROS.
           05  ORIGEM-TESTE-W        PIC X(2)     VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  SALDO-W               PIC 9(10)V99 VALUE ZEROS.
           05  RAZAO-CR-W            PIC S9(12)V99 VALUE ZEROS.
           05  RAZAO-CP-W            PIC S9(12)V99 VALUE ZEROS.
           05  RAZAO-CX-W            PIC S9(12)V99 VALUE ZEROS.
           05  AUX-TIT-W             PIC S9(12)V99 VALUE ZEROS.
           05  AUX-CHQ-W             PIC S9(12)V99 VALUE ZEROS.
           05  AUX-TOTAL-W           PIC S9(12)V99 VALUE ZEROS.
           05  RAZAO-W               PIC S9(12)V99 VALUE ZEROS.
           05  DIFERENCA-W           PIC S9(12)V99 VALUE ZEROS.
           05  TOT-NAO-CONTAB-W      PIC S9(12)V99 VALUE ZEROS.
           05  TOT-CANCELADO-W       PIC S9(12)V99 VALUE ZEROS.
           05  TOT-OUTRO-MES-W       PIC S9(12)V99 VALUE ZEROS.
           05  QT-ITENS-W            PIC 9(5)     VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  DATA-E                PIC 99/99/9999.
           05  ANOMES-E              PIC 9999/99.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  SALDO-E               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

       01  DOCTO-W                   PIC X(14)    VALUE SPACES.
       01  DOCTO-CX-W                REDEFINES DOCTO-W.
           05  DATA-MOV-DOC-W        PIC 9(8).
           05  SEQ-CX-DOC-W          PIC 9(4).
           05  FILLER                PIC X(2).
       01  DOCTO-CP-W                REDEFINES DOCTO-W.
           05  FORNEC-DOC-W          PIC 9(6).
           05  SEQ-CP-DOC-W          PIC 9(5).
           05  FILLER                PIC X(3).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CHD010       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-CXD041       PIC X(60)    VALUE SPACES.
           05  PATH-CTD100       PIC X(60)    VALUE SPACES.
           05  PATH-CTD101       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CTP104 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  FILLER            PIC X(38)  VALUE
               "CONCILIACAO AUXILIARES X RAZAO - MES ".
           05  CAB01-ANOMES      PIC 9999/99.
           05  FILLER            PIC X(18)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(50)  VALUE
               "OCORRENCIA               DOCUMENTO      MOVTO     ".
           05  FILLER            PIC X(50)  VALUE
               "  LANCTO           VALOR".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM SOMA-RAZAO
              PERFORM CONFERE-RECEBER
              PERFORM CONFERE-PAGAR
              PERFORM CONFERE-CAIXA
              MOVE SPACES TO REG-RELAT
              WRITE REG-RELAT AFTER PAGE
              CLOSE RELAT
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "ANO/MES DO CORTE (AAAAMM)......: "
                   WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           DISPLAY "CONTA SINTETICA CAIXA..........: "
                   WITH NO ADVANCING.
           ACCEPT CONTA-CAIXA-W.
           DISPLAY "CONTA SINTETICA CLIENTES.......: "
                   WITH NO ADVANCING.
           ACCEPT CONTA-CLIENTES-W.
           DISPLAY "CONTA SINTETICA FORNECEDORES...: "
                   WITH NO ADVANCING.
           ACCEPT CONTA-FORNEC-W.
           IF ANOMES-W = ZEROS
              DISPLAY "ANO/MES INVALIDO"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              COMPUTE DATA-INI-W = (ANOMES-W * 100) + 1
              COMPUTE DATA-FIM-W = (ANOMES-W * 100) + 31
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "CHD010"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CHD010
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CXD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD100
              MOVE "CXD041"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD041
              MOVE "CTD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CTD100
              MOVE "CTD101"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CTD101
              OPEN INPUT CRD020 CHD010 CPD020 CXD100 CXD041 CTD100
                         CTD101
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CHD010 > "09"
                 DISPLAY "ERRO ABERTURA CHD010: " ST-CHD010
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CXD100 > "09"
                 DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CXD041 > "09"
                 DISPLAY "ERRO ABERTURA CXD041: " ST-CXD041
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CTD100 > "09"
                 DISPLAY "ERRO ABERTURA CTD100: " ST-CTD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CRD020 CHD010 CPD020 CXD100 CXD041 CTD100
                       CTD101
              ELSE
                 OPEN OUTPUT RELAT
                 MOVE EMPRESA-W TO CAB01-EMPRESA
                 MOVE ANOMES-W  TO CAB01-ANOMES
              END-IF.

      *    saldo de cada conta sintetica no diario ate o mes do corte
      *    (inclusive): clientes e caixa devedoras, fornecedores
      *    credora
       SOMA-RAZAO SECTION.
           MOVE ZEROS TO ANOMES-CT100 SEQ-CT100.
           START CTD100 KEY IS NOT LESS CHAVE-CT100 INVALID KEY
                 MOVE "10" TO ST-CTD100
           END-START.
           PERFORM UNTIL ST-CTD100 = "10"
              READ CTD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CTD100
              NOT AT END
                   IF ANOMES-CT100 > ANOMES-W
                      MOVE "10" TO ST-CTD100
                   ELSE
                      PERFORM SOMA-PARTIDA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CTD100.

       SOMA-PARTIDA SECTION.
           IF CONTA-DEBITO-CT100 = CONTA-CLIENTES-W
              ADD VALOR-CT100 TO RAZAO-CR-W.
           IF CONTA-CREDITO-CT100 = CONTA-CLIENTES-W
              SUBTRACT VALOR-CT100 FROM RAZAO-CR-W.
           IF CONTA-CREDITO-CT100 = CONTA-FORNEC-W
              ADD VALOR-CT100 TO RAZAO-CP-W.
           IF CONTA-DEBITO-CT100 = CONTA-FORNEC-W
              SUBTRACT VALOR-CT100 FROM RAZAO-CP-W.
           IF CONTA-DEBITO-CT100 = CONTA-CAIXA-W
              ADD VALOR-CT100 TO RAZAO-CX-W.
           IF CONTA-CREDITO-CT100 = CONTA-CAIXA-W
              SUBTRACT VALOR-CT100 FROM RAZAO-CX-W.

       CONFERE-RECEBER SECTION.
           MOVE ZEROS TO AUX-TIT-W AUX-CHQ-W TOT-NAO-CONTAB-W
                         TOT-CANCELADO-W TOT-OUTRO-MES-W QT-ITENS-W.
           MOVE "CONTAS A RECEBER - CONTA" TO LINDET-REL (1: 24).
           MOVE CONTA-CLIENTES-W           TO LINDET-REL (26: 5).
           PERFORM IMPRIME-TITULO-BLOCO.
           INITIALIZE REG-CRD020.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF DATA-MOVTO-CR20 NOT > DATA-FIM-W
                      PERFORM CONFERE-UM-RECEBER
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.
           MOVE ZEROS TO DATA-MOVTO-CH10 SEQ-CH10.
           START CHD010 KEY IS NOT LESS CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010
           END-START.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF DATA-MOVTO-CH10 > DATA-FIM-W
                      MOVE "10" TO ST-CHD010
                   ELSE
                      IF SITUACAO-CH10 = 0 OR SITUACAO-CH10 = 1
                         OR SITUACAO-CH10 = 5 OR SITUACAO-CH10 = 6
                         ADD VALOR-SALDO-CH10 TO AUX-CHQ-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CHD010.
           MOVE "CR" TO ORIGEM-TESTE-W.
           PERFORM LISTA-OUTRO-MES.
           COMPUTE AUX-TOTAL-W = AUX-TIT-W + AUX-CHQ-W.
           MOVE RAZAO-CR-W TO RAZAO-W.
           MOVE "TITULOS CRD020 EM ABERTO" TO LINDET-REL (1: 24).
           MOVE AUX-TIT-W                  TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (50: 19).
           PERFORM IMPRIME-LINDET.
           MOVE "CHEQUES CHD010 CARTEIRA/DEVOLV." TO LINDET-REL (1: 31).
           MOVE AUX-CHQ-W                  TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (50: 19).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-RESUMO.

      *    em aberto no corte: 0-OK, 1-PARCIAL (pelo saldo) e
      *    5-DESCONTADA, ou paga/recebida so depois do corte
       CONFERE-UM-RECEBER SECTION.
           MOVE SPACES         TO DOCTO-W.
           MOVE CHAVE-CR20     TO DOCTO-W.
           MOVE DATA-MOVTO-CR20 TO DATA-INVERTE-W.
           IF CONTABILIZADO-CR20 = 0 AND SITUACAO-CR20 NOT = 4
              MOVE "NUNCA CONTABILIZADO" TO LINDET-REL (1: 19)
              MOVE VALOR-TOT-CR20 TO SALDO-W
              ADD VALOR-TOT-CR20 TO TOT-NAO-CONTAB-W
              PERFORM IMPRIME-OCORRENCIA.
           IF CONTABILIZADO-CR20 = 1 AND SITUACAO-CR20 = 4
              MOVE "CANCELADO APOS CONTABIL." TO LINDET-REL (1: 24)
              MOVE VALOR-TOT-CR20 TO SALDO-W
              ADD VALOR-TOT-CR20 TO TOT-CANCELADO-W
              PERFORM IMPRIME-OCORRENCIA.
           EVALUATE TRUE
               WHEN SITUACAO-CR20 = 1
                    ADD VALOR-SALDO-CR20 TO AUX-TIT-W
               WHEN SITUACAO-CR20 = 0 OR SITUACAO-CR20 = 5
                    ADD VALOR-TOT-CR20   TO AUX-TIT-W
               WHEN SITUACAO-CR20 = 2 AND DATA-RCTO-CR20 > DATA-FIM-W
                    ADD VALOR-TOT-CR20   TO AUX-TIT-W
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       CONFERE-PAGAR SECTION.
           MOVE ZEROS TO AUX-TIT-W AUX-CHQ-W TOT-NAO-CONTAB-W
                         TOT-CANCELADO-W TOT-OUTRO-MES-W QT-ITENS-W.
           MOVE "CONTAS A PAGAR - CONTA"   TO LINDET-REL (1: 22).
           MOVE CONTA-FORNEC-W             TO LINDET-REL (24: 5).
           PERFORM IMPRIME-TITULO-BLOCO.
           INITIALIZE REG-CPD020.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF DATA-MOVTO-CP20 NOT > DATA-FIM-W
                      PERFORM CONFERE-UM-PAGAR
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           MOVE "CP" TO ORIGEM-TESTE-W.
           PERFORM LISTA-OUTRO-MES.
           MOVE AUX-TIT-W  TO AUX-TOTAL-W.
           MOVE RAZAO-CP-W TO RAZAO-W.
           MOVE "TITULOS CPD020 EM ABERTO" TO LINDET-REL (1: 24).
           MOVE AUX-TIT-W                  TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (50: 19).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-RESUMO.

      *    em aberto no corte: 0-OK e 1-SUSPENSA, ou paga depois dele
       CONFERE-UM-PAGAR SECTION.
           MOVE SPACES          TO DOCTO-W.
           MOVE FORNEC-CP20     TO FORNEC-DOC-W.
           MOVE SEQ-CP20        TO SEQ-CP-DOC-W.
           MOVE DATA-MOVTO-CP20 TO DATA-INVERTE-W.
           IF CONTABILIZADO-CP20 = 0 AND SITUACAO-CP20 NOT = 4
              MOVE "NUNCA CONTABILIZADO" TO LINDET-REL (1: 19)
              MOVE VALOR-TOT-CP20 TO SALDO-W
              ADD VALOR-TOT-CP20 TO TOT-NAO-CONTAB-W
              PERFORM IMPRIME-OCORRENCIA.
           IF CONTABILIZADO-CP20 = 1 AND SITUACAO-CP20 = 4
              MOVE "CANCELADO APOS CONTABIL." TO LINDET-REL (1: 24)
              MOVE VALOR-TOT-CP20 TO SALDO-W
              ADD VALOR-TOT-CP20 TO TOT-CANCELADO-W
              PERFORM IMPRIME-OCORRENCIA.
           EVALUATE TRUE
               WHEN SITUACAO-CP20 = 0 OR SITUACAO-CP20 = 1
                    ADD VALOR-TOT-CP20 TO AUX-TIT-W
               WHEN SITUACAO-CP20 = 2 AND DATA-PGTO-CP20 > DATA-FIM-W
                    ADD VALOR-TOT-CP20 TO AUX-TIT-W
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *    caixa: o CXD041 acumula entradas e saidas por conta e mes;
      *    o que ficou depois do checkpoint CTD101 do proprio mes
      *    ainda nao foi ao diario
       CONFERE-CAIXA SECTION.
           MOVE ZEROS TO AUX-TIT-W AUX-CHQ-W TOT-NAO-CONTAB-W
                         TOT-CANCELADO-W TOT-OUTRO-MES-W QT-ITENS-W.
           MOVE "CAIXA/BANCOS - CONTA"     TO LINDET-REL (1: 20).
           MOVE CONTA-CAIXA-W              TO LINDET-REL (22: 5).
           PERFORM IMPRIME-TITULO-BLOCO.
           MOVE ZEROS TO ANOMES-CX41 CONTAPART-CX41.
           START CXD041 KEY IS NOT LESS CHAVE-CX41 INVALID KEY
                 MOVE "10" TO ST-CXD041
           END-START.
           PERFORM UNTIL ST-CXD041 = "10"
              READ CXD041 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD041
              NOT AT END
                   IF ANOMES-CX41 > ANOMES-W
                      MOVE "10" TO ST-CXD041
                   ELSE
                      ADD SALDOE-CX41      TO AUX-TIT-W
                      SUBTRACT SALDOS-CX41 FROM AUX-TIT-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CXD041.
           MOVE ZEROS TO ANOMES-CKP-W.
           MOVE ZEROS TO DATA-MOV-CX100 SEQ-CX100.
           START CXD100 KEY IS NOT LESS CHAVE-CX100 INVALID KEY
                 MOVE "10" TO ST-CXD100
           END-START.
           PERFORM UNTIL ST-CXD100 = "10"
              READ CXD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD100
              NOT AT END
                   IF DATA-MOV-CX100 > DATA-FIM-W
                      MOVE "10" TO ST-CXD100
                   ELSE
                      PERFORM CONFERE-UM-CAIXA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CXD100.
           MOVE "CX" TO ORIGEM-TESTE-W.
           PERFORM LISTA-OUTRO-MES.
           MOVE AUX-TIT-W  TO AUX-TOTAL-W.
           MOVE RAZAO-CX-W TO RAZAO-W.
           MOVE "SALDO DAS CONTAS NO CXD041" TO LINDET-REL (1: 26).
           MOVE AUX-TIT-W                  TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (50: 19).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-RESUMO.

       CONFERE-UM-CAIXA SECTION.
           MOVE DATA-MOV-CX100 (1: 6) TO ANOMES-DOC-W.
           IF ANOMES-DOC-W NOT = ANOMES-CKP-W
              MOVE ANOMES-DOC-W TO ANOMES-CKP-W ANOMES-CT101
              MOVE ZEROS TO ULT-DATA-CX-W ULT-SEQ-CX-W
              READ CTD101 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE ULT-DATA-CX-CT101 TO ULT-DATA-CX-W
                   MOVE ULT-SEQ-CX-CT101  TO ULT-SEQ-CX-W
              END-READ
           END-IF.
           IF DATA-MOV-CX100 < ULT-DATA-CX-W
              GO TO CONFERE-UM-CAIXA-FIM.
           IF DATA-MOV-CX100 = ULT-DATA-CX-W
              AND SEQ-CX100 NOT > ULT-SEQ-CX-W
              GO TO CONFERE-UM-CAIXA-FIM.
           MOVE SPACES         TO DOCTO-W.
           MOVE DATA-MOV-CX100 TO DATA-MOV-DOC-W DATA-INVERTE-W.
           MOVE SEQ-CX100      TO SEQ-CX-DOC-W.
           MOVE "NUNCA CONTABILIZADO" TO LINDET-REL (1: 19).
           MOVE VALOR-CX100    TO SALDO-W.
           ADD VALOR-CX100     TO TOT-NAO-CONTAB-W.
           PERFORM IMPRIME-OCORRENCIA.
       CONFERE-UM-CAIXA-FIM.
           CONTINUE.

      *    LISTA-OUTRO-MES: partida do CTP100 (a que leva o documento
      *    a conta sintetica) em mes diferente do movimento, com um
      *    dos dois lados ate o corte; estornos, compensacoes e
      *    baixas de outros programas nao entram.
       LISTA-OUTRO-MES SECTION.
           MOVE ZEROS TO ANOMES-CT100 SEQ-CT100.
           START CTD100 KEY IS NOT LESS CHAVE-CT100 INVALID KEY
                 MOVE "10" TO ST-CTD100
           END-START.
           PERFORM UNTIL ST-CTD100 = "10"
              READ CTD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CTD100
              NOT AT END
                   IF ORIGEM-CT100 = ORIGEM-TESTE-W
                      PERFORM TESTA-OUTRO-MES
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CTD100.

       TESTA-OUTRO-MES SECTION.
           MOVE ZEROS TO ACHOU-W ANOMES-DOC-W.
           MOVE CHAVE-ORIGEM-CT100 TO DOCTO-W.
           EVALUATE ORIGEM-TESTE-W
               WHEN "CR"
                    IF CONTA-DEBITO-CT100 = CONTA-CLIENTES-W
                       MOVE DOCTO-W TO CHAVE-CR20
                       READ CRD020 INVALID KEY
                            CONTINUE
                       NOT INVALID KEY
                            MOVE 1 TO ACHOU-W
                            MOVE DATA-MOVTO-CR20 (1: 6)
                                 TO ANOMES-DOC-W
                       END-READ
                    END-IF
               WHEN "CP"
                    IF CONTA-CREDITO-CT100 = CONTA-FORNEC-W
                       MOVE FORNEC-DOC-W TO FORNEC-CP20
                       MOVE SEQ-CP-DOC-W TO SEQ-CP20
                       READ CPD020 INVALID KEY
                            CONTINUE
                       NOT INVALID KEY
                            MOVE 1 TO ACHOU-W
                            MOVE DATA-MOVTO-CP20 (1: 6)
                                 TO ANOMES-DOC-W
                       END-READ
                    END-IF
               WHEN "CX"
                    MOVE 1 TO ACHOU-W
                    MOVE DATA-MOV-DOC-W (1: 6) TO ANOMES-DOC-W
           END-EVALUATE.
           IF ACHOU-W = 0 OR ANOMES-DOC-W = ANOMES-CT100
              GO TO TESTA-OUTRO-MES-FIM.
           IF ANOMES-DOC-W > ANOMES-W AND ANOMES-CT100 > ANOMES-W
              GO TO TESTA-OUTRO-MES-FIM.
           MOVE "LANCADO EM OUTRO MES" TO LINDET-REL (1: 20).
           MOVE VALOR-CT100    TO SALDO-W.
           ADD VALOR-CT100     TO TOT-OUTRO-MES-W.
           PERFORM IMPRIME-OCORRENCIA.
       TESTA-OUTRO-MES-FIM.
           CONTINUE.

      *    linha de documento: ocorrencia ja em LINDET-REL (1: 24),
      *    documento em DOCTO-W, movimento em DATA-INVERTE-W, valor
      *    em SALDO-W; p/ "outro mes" sai tambem o mes do lancamento
       IMPRIME-OCORRENCIA SECTION.
           ADD 1 TO QT-ITENS-W.
           MOVE DOCTO-W             TO LINDET-REL (26: 14).
           IF LINDET-REL (1: 20) = "LANCADO EM OUTRO MES"
              MOVE ANOMES-DOC-W     TO ANOMES-E
              MOVE ANOMES-E         TO LINDET-REL (44: 7)
              MOVE ANOMES-CT100     TO ANOMES-E
              MOVE ANOMES-E         TO LINDET-REL (53: 7)
           ELSE
              MOVE DATA-INVERTE-W (7: 2) TO DATA-E (1: 2)
              MOVE DATA-INVERTE-W (5: 2) TO DATA-E (4: 2)
              MOVE DATA-INVERTE-W (1: 4) TO DATA-E (7: 4)
              MOVE DATA-E           TO LINDET-REL (41: 10).
           MOVE SALDO-W             TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (62: 13).
           PERFORM IMPRIME-LINDET.

       IMPRIME-TITULO-BLOCO SECTION.
           IF LIN > 50
              PERFORM CABECALHO
           ELSE
              MOVE SPACES TO REG-RELAT
              WRITE REG-RELAT AFTER 1
              ADD 1 TO LIN.
           PERFORM IMPRIME-LINDET.

       IMPRIME-RESUMO SECTION.
           COMPUTE DIFERENCA-W = AUX-TOTAL-W - RAZAO-W.
           MOVE "SALDO AUXILIAR NO CORTE"  TO LINDET-REL (1: 23).
           MOVE AUX-TOTAL-W                TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (50: 19).
           PERFORM IMPRIME-LINDET.
           MOVE "SALDO DA CONTA NO CTD100" TO LINDET-REL (1: 24).
           MOVE RAZAO-W                    TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (50: 19).
           PERFORM IMPRIME-LINDET.
           MOVE "DIFERENCA (AUX - RAZAO)"  TO LINDET-REL (1: 23).
           MOVE DIFERENCA-W                TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (50: 19).
           PERFORM IMPRIME-LINDET.
           MOVE "  NUNCA CONTABILIZADOS"   TO LINDET-REL (1: 22).
           MOVE TOT-NAO-CONTAB-W           TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (50: 19).
           PERFORM IMPRIME-LINDET.
           MOVE "  CANCELADOS APOS CONTABIL." TO LINDET-REL (1: 27).
           MOVE TOT-CANCELADO-W            TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (50: 19).
           PERFORM IMPRIME-LINDET.
           MOVE "  LANCADOS EM OUTRO MES"  TO LINDET-REL (1: 23).
           MOVE TOT-OUTRO-MES-W            TO SALDO-E.
           MOVE SALDO-E                    TO LINDET-REL (50: 19).
           PERFORM IMPRIME-LINDET.
           MOVE DIFERENCA-W TO SALDO-E.
           DISPLAY "DIFERENCA " ORIGEM-TESTE-W ": "
                   SALDO-E " - " QT-ITENS-W " DOCUMENTO(S)".

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
           CLOSE CRD020 CHD010 CPD020 CXD100 CXD041 CTD100 CTD101.

       END PROGRAM CTP104.
