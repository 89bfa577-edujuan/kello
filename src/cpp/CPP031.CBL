       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP031.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: ADIANTAMENTO A FORNECEDOR COM COMPENSACAO NAS NOTAS -
      *        BUFFET, DECORACAO E HOTEL PEDEM SINAL SEMANAS ANTES DO
      *        EVENTO; PAGO COMO TITULO COMUM, A NOTA FINAL CHEGAVA E
      *        AS VEZES ERA PAGA CHEIA, SEM DESCONTAR O SINAL.
      *        OPCAO 1 - REGISTRA O ADIANTAMENTO: GERA O TITULO CPD020
      *          (DOCTO "ADT", NA CONTA DE ADIANTAMENTO A FORNECEDORES)
      *          E O SALDO A COMPENSAR NO CPD040, OPCIONALMENTE
      *          VINCULADO A UM PLANO PRD105 OU CONTRATO OED010;
      *        OPCAO 2 - COMPENSA NOTA: P/ UMA NOTA EM ABERTO DO
      *          FORNECEDOR, OFERECE OS ADIANTAMENTOS JA PAGOS COM
      *          SALDO (MARCANDO OS DO MESMO PLANO DA NOTA); A PARTE
      *          COMPENSADA VIRA TITULO BAIXADO SEM CAIXA (A NOTA
      *          INTEIRA, SE COMPENSADA TODA), FICA NO CPD041 E VAI
      *          AO DIARIO CTD100 - DEBITO FORNECEDORES / CREDITO
      *          CONTA DO ADIANTAMENTO. A COMPENSACAO E FEITA PELO
      *          CPP035, O MESMO QUE A DIGITACAO DA NOTA (CPP030/
      *          CPP027) OFERECE LOGO APOS GRAVAR O TITULO;
      *        OPCAO 3 - CONSULTA O SALDO A COMPENSAR DO FORNECEDOR;
      *        OPCAO 4 - AGING DOS ADIANTAMENTOS COM SALDO CUJO
      *          EVENTO JA PASSOU E QUE NENHUMA NOTA CONSUMIU.
      *        A DIGITACAO DE NOTAS CONSULTA O SALDO PELO CPP032.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX040.
           COPY PRPX105.
           COPY OEPX010.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CPPW020.
           COPY CPPW040.
           COPY PRPW105.
           COPY OEPW010.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD040             PIC XX       VALUE SPACES.
           05  ST-PRD105             PIC XX       VALUE SPACES.
           05  ST-OED010             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ-NOTA-W            PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  VINCULO-W             PIC 9        VALUE ZEROS.
           05  CATEG-W               PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  DATA-EVENTO-W         PIC 9(8)     VALUE ZEROS.
           05  VENCTO-W              PIC 9(8)     VALUE ZEROS.
           05  PORTADOR-W            PIC 9(4)     VALUE ZEROS.
           05  CONTA-ADIANT-W        PIC 9(5)     VALUE ZEROS.
           05  VALOR-W               PIC 9(10)V99 VALUE ZEROS.
           05  TOT-SALDO-W           PIC 9(12)V99 VALUE ZEROS.
           05  TOT-FAIXA-W           PIC 9(12)V99 OCCURS 4 TIMES.
           05  DESCRICAO-W           PIC X(30)    VALUE SPACES.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  QT-LISTA-W            PIC 9(5)     VALUE ZEROS.
           05  F                     PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  DATA-E                PIC 99/99/9999.
           05  DIAS-E                PIC ZZZZ9.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

      *    plano de viagem/evento informado (chave do PRD105)
       01  NR-PLAN-W.
           05  CIDADE-PLAN-W         PIC 9(4).
           05  MESDIA-PLAN-W         PIC 9(4).
           05  ANO-PLAN-W            PIC 9(4).
           05  SEQ-PLAN-W            PIC 9(2).

      *    data do evento montada do plano (ANO + MESDIA)
       01  DATA-PLANO-W.
           05  ANO-DATA-PLANO-W      PIC 9(4).
           05  MESDIA-DATA-PLANO-W   PIC 9(4).
       01  DATA-PLANO-N REDEFINES DATA-PLANO-W PIC 9(8).

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

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
           05  PATH-CPD040       PIC X(60)    VALUE SPACES.
           05  PATH-PRD105       PIC X(60)    VALUE SPACES.
           05  PATH-OED010       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-CPP035.
           05  CPP035-EMPRESA     PIC X(3).
           05  CPP035-FORNEC      PIC 9(6).
           05  CPP035-SEQ         PIC 9(5).
           05  CPP035-USUARIO     PIC X(5).
           05  CPP035-VALOR       PIC 9(10)V99.
           05  CPP035-SALDO       PIC 9(10)V99.
           05  CPP035-RETORNO     PIC 9(1).
               88  CPP035-COMPENSADA       VALUE 0.
               88  CPP035-NADA             VALUE 1.
               88  CPP035-ERRO             VALUE 2.

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CPP031 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(50)  VALUE
               "ADIANTAMENTOS NAO COMPENSADOS APOS O EVENTO".
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(50)  VALUE
               "FORNEC   SEQ VINCULO          EVENTO     DIAS".
           05  FILLER            PIC X(50)  VALUE
               "         VALOR          SALDO".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM REGISTRA-ADIANTAMENTO
                  WHEN 2 PERFORM COMPENSA-NOTA
                  WHEN 3 PERFORM CONSULTA-FORNECEDOR
                  WHEN 4 PERFORM AGING-ADIANTAMENTOS
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-REGISTRA ADIANTAMENTO  2-COMPENSA NOTA  "
                   "3-CONSULTA  4-AGING: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W = 1 OR OPCAO-W = 2
                 MOVE EMPRESA-W      TO CAP022-EMPRESA
                 MOVE "CP"           TO CAP022-MODULO
                 MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO
                 CALL "CAP022" USING PARAMETROS-CAP022
                 IF CAP022-MES-FECHADO
                    DISPLAY "MES FECHADO P/ O CONTAS A PAGAR - "
                            "LIBERE NO CAP021"
                    MOVE 1 TO ERRO-W
                 END-IF
              END-IF
           END-IF.
      *    a compensacao (opcao 2) abre os seus arquivos no CPP035
           IF ERRO-W = 0 AND OPCAO-W NOT = 2
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CPD040"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD040
              MOVE "PRD105"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-PRD105
              MOVE "OED010"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-OED010
              OPEN I-O CPD020 CPD040
              OPEN INPUT PRD105 OED010
              IF ST-CPD040 = "35"
                 CLOSE CPD040      OPEN OUTPUT CPD040
                 CLOSE CPD040      OPEN I-O CPD040
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD040 > "09"
                 DISPLAY "ERRO ABERTURA CPD040: " ST-CPD040
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CPD020 CPD040 PRD105 OED010
              END-IF.

      *    o vinculo e opcional; sem plano nem contrato a data do
      *    evento/entrega e informada, pois e ela que conta no aging
       REGISTRA-ADIANTAMENTO SECTION.
           DISPLAY "FORNECEDOR..................: " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           DISPLAY "VALOR DO ADIANTAMENTO.......: " WITH NO ADVANCING.
           ACCEPT VALOR-W.
           DISPLAY "VENCIMENTO (AAAAMMDD).......: " WITH NO ADVANCING.
           ACCEPT VENCTO-W.
           DISPLAY "PORTADOR....................: " WITH NO ADVANCING.
           ACCEPT PORTADOR-W.
           DISPLAY "CONTA REDUZ. ADIANT. FORNEC.: " WITH NO ADVANCING.
           ACCEPT CONTA-ADIANT-W.
           DISPLAY "USUARIO.....................: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF FORNEC-W = ZEROS OR VALOR-W = ZEROS OR VENCTO-W = ZEROS
              DISPLAY "DADOS INVALIDOS"
              GO TO REGISTRA-ADIANTAMENTO-FIM.
           IF CONTA-ADIANT-W = ZEROS
              DISPLAY "CONTA REDUZIDA OBRIGATORIA - A CONTABILIZACAO"
                      " (CTP100) PRECISA DELA"
              GO TO REGISTRA-ADIANTAMENTO-FIM.
           DISPLAY "VINCULO 0-NENHUM 1-PLANO PRD105 2-CONTRATO: "
                   WITH NO ADVANCING.
           ACCEPT VINCULO-W.
           MOVE ZEROS TO NR-PLAN-W CONTRATO-W DATA-EVENTO-W CATEG-W.
           EVALUATE VINCULO-W
               WHEN 1 PERFORM ACEITA-PLANO
               WHEN 2 PERFORM ACEITA-CONTRATO
               WHEN 0 CONTINUE
               WHEN OTHER
                    DISPLAY "VINCULO INVALIDO"
                    MOVE 9 TO VINCULO-W
           END-EVALUATE.
           IF VINCULO-W = 9
              GO TO REGISTRA-ADIANTAMENTO-FIM.
           IF DATA-EVENTO-W = ZEROS
              DISPLAY "DATA DO EVENTO/ENTREGA (AAAAMMDD): "
                      WITH NO ADVANCING
              ACCEPT DATA-EVENTO-W.
           IF DATA-EVENTO-W = ZEROS
              DISPLAY "DATA DO EVENTO OBRIGATORIA"
              GO TO REGISTRA-ADIANTAMENTO-FIM.
           PERFORM PROXIMA-SEQ-CPD020.
           INITIALIZE REG-CPD020.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20.
           MOVE FORNEC-W       TO FORNEC-CP20.
           MOVE PROX-SEQ-CP-W  TO SEQ-CP20.
           MOVE ZEROS          TO TIPO-FORN-CP20.
           MOVE PORTADOR-W     TO PORTADOR-CP20.
           MOVE "ADT"          TO NR-DOCTO-CP20 (1: 3).
           MOVE PROX-SEQ-CP-W  TO NR-DOCTO-CP20 (4: 5).
           MOVE VENCTO-W       TO DATA-VENCTO-CP20.
           MOVE SPACES         TO DESCRICAO-CP20.
           IF VINCULO-W = 1
              MOVE "ADIANT. PLANO" TO DESCRICAO-CP20 (1: 13)
              MOVE NR-PLAN-W   TO DESCRICAO-CP20 (15: 14)
              MOVE NR-PLAN-W   TO EVENTO-PR105-CP20
              MOVE CATEG-W     TO CATEG-EVT-CP20
           ELSE
              IF VINCULO-W = 2
                 MOVE "ADIANT. CONTRATO" TO DESCRICAO-CP20 (1: 16)
                 MOVE CONTRATO-W TO DESCRICAO-CP20 (18: 4)
              ELSE
                 MOVE "ADIANTAMENTO" TO DESCRICAO-CP20 (1: 12).
           MOVE CONTA-ADIANT-W TO CODREDUZ-APUR-CP20.
           MOVE VALOR-W        TO VALOR-TOT-CP20.
           MOVE USUARIO-W      TO DIGITADOR-CP20.
           MOVE 1              TO TIPO-CONTA-CP20.
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD020: " ST-CPD020
                 GO TO REGISTRA-ADIANTAMENTO-FIM
           END-WRITE.
           INITIALIZE REG-CPD040.
           MOVE FORNEC-W       TO FORNEC-CP40.
           MOVE PROX-SEQ-CP-W  TO SEQ-CP20-CP40.
           MOVE VINCULO-W      TO TIPO-VINCULO-CP40.
           MOVE NR-PLAN-W      TO NR-PLAN-CP40.
           MOVE CONTRATO-W     TO NR-CONTRATO-CP40.
           MOVE DATA-EVENTO-W  TO DATA-EVENTO-CP40.
           MOVE CONTA-ADIANT-W TO CONTA-ADIANT-CP40.
           MOVE VALOR-W        TO VALOR-CP40 SALDO-CP40.
           MOVE ZEROS          TO SITUACAO-CP40.
           MOVE DATA-SISTEMA-N TO DATA-CADASTRO-CP40.
           MOVE USUARIO-W      TO USUARIO-CP40.
           WRITE REG-CPD040 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD040: " ST-CPD040
           END-WRITE.
           DISPLAY "ADIANTAMENTO GRAVADO (FORNEC " FORNEC-W " SEQ "
                   PROX-SEQ-CP-W ")".
       REGISTRA-ADIANTAMENTO-FIM.
           CONTINUE.

       ACEITA-PLANO SECTION.
           DISPLAY "PLANO - CIDADE..............: " WITH NO ADVANCING.
           ACCEPT CIDADE-PLAN-W.
           DISPLAY "PLANO - MES/DIA (MMDD)......: " WITH NO ADVANCING.
           ACCEPT MESDIA-PLAN-W.
           DISPLAY "PLANO - ANO.................: " WITH NO ADVANCING.
           ACCEPT ANO-PLAN-W.
           DISPLAY "PLANO - SEQUENCIA...........: " WITH NO ADVANCING.
           ACCEPT SEQ-PLAN-W.
           MOVE NR-PLAN-W TO NR-PLAN-PR105.
           READ PRD105 INVALID KEY
                DISPLAY "PLANO NAO ENCONTRADO NO PRD105"
                MOVE 9 TO VINCULO-W
                GO TO ACEITA-PLANO-FIM
           END-READ.
           MOVE ANO-PR105    TO ANO-DATA-PLANO-W.
           MOVE MESDIA-PR105 TO MESDIA-DATA-PLANO-W.
           MOVE DATA-PLANO-N TO DATA-EVENTO-W.
           DISPLAY "CATEG. 1-VEIC 2-HOSP 3-REFEIC 4-OUTROS: "
                   WITH NO ADVANCING.
           ACCEPT CATEG-W.
           IF CATEG-W < 1 OR CATEG-W > 4
              MOVE 4 TO CATEG-W.
       ACEITA-PLANO-FIM.
           CONTINUE.

       ACEITA-CONTRATO SECTION.
           DISPLAY "CONTRATO....................: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-OE10.
           READ OED010 INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO NO OED010"
                MOVE 9 TO VINCULO-W
                GO TO ACEITA-CONTRATO-FIM
           END-READ.
           MOVE DATA-ULT-EVENTO-OE10 TO DATA-EVENTO-W.
       ACEITA-CONTRATO-FIM.
           CONTINUE.

       PROXIMA-SEQ-CPD020 SECTION.
           MOVE ZEROS    TO PROX-SEQ-CP-W.
           MOVE FORNEC-W TO FORNEC-CP20.
           MOVE ZEROS    TO SEQ-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-W
                      MOVE "10" TO ST-CPD020
                   ELSE
                      MOVE SEQ-CP20 TO PROX-SEQ-CP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           ADD 1 TO PROX-SEQ-CP-W.

      *    COMPENSA-NOTA: toda a compensacao (escolha dos
      *    adiantamentos, baixa, CPD041 e diario) fica no CPP035
       COMPENSA-NOTA SECTION.
           DISPLAY "FORNECEDOR..................: " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           DISPLAY "SEQ DA NOTA NO CPD020.......: " WITH NO ADVANCING.
           ACCEPT SEQ-NOTA-W.
           DISPLAY "USUARIO.....................: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           MOVE EMPRESA-W  TO CPP035-EMPRESA.
           MOVE FORNEC-W   TO CPP035-FORNEC.
           MOVE SEQ-NOTA-W TO CPP035-SEQ.
           MOVE USUARIO-W  TO CPP035-USUARIO.
           CALL "CPP035" USING PARAMETROS-CPP035.
           IF CPP035-COMPENSADA
              MOVE CPP035-SALDO TO VALOR-E
              DISPLAY "SALDO DE ADIANTAMENTO A COMPENSAR: " VALOR-E.

       CONSULTA-FORNECEDOR SECTION.
           DISPLAY "FORNECEDOR..................: " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           MOVE ZEROS    TO TOT-SALDO-W QT-LISTA-W.
           MOVE FORNEC-W TO FORNEC-CP40.
           MOVE ZEROS    TO SEQ-CP20-CP40.
           START CPD040 KEY IS NOT LESS CHAVE-CP40 INVALID KEY
                 MOVE "10" TO ST-CPD040
           END-START.
           PERFORM UNTIL ST-CPD040 = "10"
              READ CPD040 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD040
              NOT AT END
                   IF FORNEC-CP40 NOT = FORNEC-W
                      MOVE "10" TO ST-CPD040
                   ELSE
                      PERFORM MOSTRA-ADIANTAMENTO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD040.
           IF QT-LISTA-W = ZEROS
              DISPLAY "FORNECEDOR SEM ADIANTAMENTOS"
           ELSE
              MOVE TOT-SALDO-W TO VALOR-E
              DISPLAY "SALDO A COMPENSAR: " VALOR-E.

       MOSTRA-ADIANTAMENTO SECTION.
           ADD 1 TO QT-LISTA-W.
           MOVE FORNEC-CP40   TO FORNEC-CP20.
           MOVE SEQ-CP20-CP40 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE ZEROS TO SITUACAO-CP20
           END-READ.
           MOVE SPACES TO DESCRICAO-W.
           IF SITUACAO-CP40 = 1
              MOVE "COMPENSADO"        TO DESCRICAO-W
           ELSE
              IF SITUACAO-CP20 = 2
                 MOVE "A COMPENSAR"    TO DESCRICAO-W
                 ADD SALDO-CP40        TO TOT-SALDO-W
              ELSE
                 MOVE "AINDA NAO PAGO" TO DESCRICAO-W.
           MOVE DATA-EVENTO-CP40 TO DATA-INVERTE-W.
           MOVE DATA-INVERTE-W (7: 2) TO DATA-E (1: 2).
           MOVE DATA-INVERTE-W (5: 2) TO DATA-E (4: 2).
           MOVE DATA-INVERTE-W (1: 4) TO DATA-E (7: 4).
           MOVE SALDO-CP40 TO VALOR-E.
           DISPLAY "SEQ " SEQ-CP20-CP40 " EVENTO " DATA-E " SALDO "
                   VALOR-E " " DESCRICAO-W (1: 15).

      *    AGING: so adiantamento ja pago, com saldo e evento vencido;
      *    faixas de dias apos o evento 0-30, 31-60, 61-90, +90
       AGING-ADIANTAMENTOS SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ZEROS TO TOT-SALDO-W QT-LISTA-W.
           MOVE ZEROS TO TOT-FAIXA-W (1) TOT-FAIXA-W (2)
                         TOT-FAIXA-W (3) TOT-FAIXA-W (4).
           MOVE ZEROS TO SITUACAO-CP40 DATA-EVENTO-CP40.
           START CPD040 KEY IS NOT LESS ALT1-CP40 INVALID KEY
                 MOVE "10" TO ST-CPD040
           END-START.
           PERFORM UNTIL ST-CPD040 = "10"
              READ CPD040 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD040
              NOT AT END
                   IF SITUACAO-CP40 NOT = 0
                      OR DATA-EVENTO-CP40 NOT < DATA-SISTEMA-N
                      MOVE "10" TO ST-CPD040
                   ELSE
                      IF SALDO-CP40 > ZEROS
                         PERFORM IMPRIME-ADIANTAMENTO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD040.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "ATE 30 DIAS"         TO DESCRICAO-W.
           MOVE 1 TO F.
           PERFORM IMPRIME-TOTAL-FAIXA.
           MOVE "31 A 60 DIAS"        TO DESCRICAO-W.
           MOVE 2 TO F.
           PERFORM IMPRIME-TOTAL-FAIXA.
           MOVE "61 A 90 DIAS"        TO DESCRICAO-W.
           MOVE 3 TO F.
           PERFORM IMPRIME-TOTAL-FAIXA.
           MOVE "ACIMA DE 90 DIAS"    TO DESCRICAO-W.
           MOVE 4 TO F.
           PERFORM IMPRIME-TOTAL-FAIXA.
           MOVE "TOTAL GERAL"         TO LINDET-REL (1: 11).
           MOVE TOT-SALDO-W           TO VALOR-E.
           MOVE VALOR-E               TO LINDET-REL (66: 13).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "ADIANTAMENTOS LISTADOS: " QT-LISTA-W.

       IMPRIME-ADIANTAMENTO SECTION.
           MOVE FORNEC-CP40   TO FORNEC-CP20.
           MOVE SEQ-CP20-CP40 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                GO TO IMPRIME-ADIANTAMENTO-FIM
           END-READ.
           IF SITUACAO-CP20 NOT = 2
              GO TO IMPRIME-ADIANTAMENTO-FIM.
           MOVE DATA-EVENTO-CP40 TO GRDIFD-DATA1.
           MOVE DATA-SISTEMA-N   TO GRDIFD-DATA2.
           CALL "GRDIFD" USING GRDIFD-PARAMETROS.
           EVALUATE TRUE
               WHEN GRDIFD-DIAS NOT > 30  MOVE 1 TO F
               WHEN GRDIFD-DIAS NOT > 60  MOVE 2 TO F
               WHEN GRDIFD-DIAS NOT > 90  MOVE 3 TO F
               WHEN OTHER                 MOVE 4 TO F
           END-EVALUATE.
           ADD SALDO-CP40 TO TOT-FAIXA-W (F) TOT-SALDO-W.
           ADD 1 TO QT-LISTA-W.
           MOVE SPACES TO LINDET-REL.
           MOVE FORNEC-CP40   TO LINDET-REL (1: 6).
           MOVE SEQ-CP20-CP40 TO LINDET-REL (8: 5).
           EVALUATE TIPO-VINCULO-CP40
               WHEN 1
                    MOVE "PL"          TO LINDET-REL (14: 2)
                    MOVE NR-PLAN-CP40  TO LINDET-REL (17: 14)
               WHEN 2
                    MOVE "CT"          TO LINDET-REL (14: 2)
                    MOVE NR-CONTRATO-CP40 TO LINDET-REL (17: 4)
               WHEN OTHER
                    MOVE "--"          TO LINDET-REL (14: 2)
           END-EVALUATE.
           MOVE DATA-EVENTO-CP40 TO DATA-INVERTE-W.
           MOVE DATA-INVERTE-W (7: 2) TO DATA-E (1: 2).
           MOVE DATA-INVERTE-W (5: 2) TO DATA-E (4: 2).
           MOVE DATA-INVERTE-W (1: 4) TO DATA-E (7: 4).
           MOVE DATA-E        TO LINDET-REL (32: 10).
           MOVE GRDIFD-DIAS   TO DIAS-E.
           MOVE DIAS-E        TO LINDET-REL (43: 5).
           MOVE VALOR-CP40    TO VALOR-E.
           MOVE VALOR-E       TO LINDET-REL (51: 13).
           MOVE SALDO-CP40    TO VALOR-E.
           MOVE VALOR-E       TO LINDET-REL (66: 13).
           PERFORM IMPRIME-LINDET.
       IMPRIME-ADIANTAMENTO-FIM.
           CONTINUE.

       IMPRIME-TOTAL-FAIXA SECTION.
           MOVE DESCRICAO-W (1: 20) TO LINDET-REL (1: 20).
           MOVE TOT-FAIXA-W (F)     TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (66: 13).
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
           IF OPCAO-W NOT = 2
              CLOSE CPD020 CPD040 PRD105 OED010.

       END PROGRAM CPP031.
