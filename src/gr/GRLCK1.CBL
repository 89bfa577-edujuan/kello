       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRLCK1.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CONFLITOS DE BLOQUEIO DE REGISTRO - OS PROGRAMAS DE
      *        MANUTENCAO E DE BAIXA TRATAM O REGISTRO PRESO POR OUTRA
      *        SESSAO (STATUS 9D) PELO GRLOCK, QUE ESPERA, MOSTRA QUEM
      *        ESTA COM O REGISTRO E DEIXA ESPERAR OU DESISTIR, E
      *        GRAVA CADA CONFLITO NO GRD034.
      *        OPCAO 1 - RELATORIO DOS CONFLITOS DO PERIODO, COM O
      *                  RESUMO POR ARQUIVO (DO QUE MAIS COLIDE P/ O
      *                  QUE MENOS) E POR HORA DO DIA.
      *        OPCAO 2 - TEMPO DE ESPERA AUTOMATICA (GRD035) POR
      *                  ARQUIVO OU "PADRAO"; TEMPO ZERO EXCLUI O
      *                  REGISTRO E O ARQUIVO VOLTA AO PADRAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX034.
           COPY GRVX035.

           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW034.
           COPY GRVW035.

       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD034             PIC XX       VALUE SPACES.
           05  ST-GRD035             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  K                     PIC 9(3)     VALUE ZEROS.
           05  H                     PIC 9(2)     VALUE ZEROS.
           05  QT-ARQ-W              PIC 9(3)     VALUE ZEROS.
           05  QT-CONFLITOS-W        PIC 9(7)     VALUE ZEROS.
           05  QT-DESISTENCIAS-W     PIC 9(7)     VALUE ZEROS.
           05  DATA-INV-W            PIC X(8)     VALUE SPACES.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  ARQUIVO-W             PIC X(8)     VALUE SPACES.
           05  TEMPO-W               PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  SITUACAO-W            PIC X(20)    VALUE SPACES.
           05  QT-E                  PIC Z.ZZZ.ZZ9.
           05  SEG-E                 PIC ZZ.ZZZ.ZZ9.
           05  HORA-E                PIC 99.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  HORA-GR34-R.
           05  HH-GR34-W             PIC 9(2).
           05  FILLER                PIC 9(4).
       01  HORA-GR34-N REDEFINES HORA-GR34-R PIC 9(6).

      *    Resumo por arquivo (ordenado pelo numero de conflitos
      *    antes de imprimir) e por hora do dia
       01  TABELA-ARQUIVOS.
           05  TAB-ARQ OCCURS 99 TIMES.
               10  TA-ARQUIVO        PIC X(8).
               10  TA-QT             PIC 9(7).
               10  TA-DESISTE        PIC 9(7).
               10  TA-SEGUNDOS       PIC 9(9).
               10  TA-MAIOR          PIC 9(5).
       01  TAB-ARQ-TROCA             PIC X(36).
       01  TABELA-HORAS.
           05  TAB-HORA OCCURS 24 TIMES.
               10  TH-QT             PIC 9(7).
               10  TH-SEGUNDOS       PIC 9(9).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-GRD034       PIC X(60)    VALUE SPACES.
           05  PATH-GRD035       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "GRLCK1 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(24)  VALUE SPACES.
           05  CAB01-TITULO      PIC X(44)  VALUE
           "CONFLITOS DE BLOQUEIO DE REGISTRO".
           05  FILLER            PIC X(32)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB03.
           05  CAB03-REL         PIC X(130) VALUE SPACES.
       01  CAB03-DETALHE.
           05  FILLER            PIC X(10)  VALUE "DATA".
           05  FILLER            PIC X(8)   VALUE "HORA".
           05  FILLER            PIC X(9)   VALUE "ARQUIVO".
           05  FILLER            PIC X(21)  VALUE "CHAVE".
           05  FILLER            PIC X(9)   VALUE "PROGRAMA".
           05  FILLER            PIC X(21)  VALUE "QUEM ESPEROU".
           05  FILLER            PIC X(32)  VALUE "QUEM SEGURAVA".
           05  FILLER            PIC X(6)   VALUE "SEG.".
           05  FILLER            PIC X(9)   VALUE "RESULTADO".
       01  CAB03-ARQUIVO.
           05  FILLER            PIC X(10)  VALUE "ARQUIVO".
           05  FILLER            PIC X(12)  VALUE "  CONFLITOS".
           05  FILLER            PIC X(14)  VALUE "  DESISTENCIAS".
           05  FILLER            PIC X(16)  VALUE "   ESPERA TOTAL".
           05  FILLER            PIC X(16)  VALUE "   MAIOR ESPERA".
       01  CAB03-HORA.
           05  FILLER            PIC X(10)  VALUE "HORA".
           05  FILLER            PIC X(12)  VALUE "  CONFLITOS".
           05  FILLER            PIC X(16)  VALUE "   ESPERA TOTAL".
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM RELATORIO-CONFLITOS
                  WHEN 2 PERFORM MANUTENCAO-TEMPO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           DISPLAY "1-RELATORIO DE CONFLITOS  2-TEMPO DE ESPERA: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 2
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           MOVE EMPRESA-W TO CAB01-EMPRESA GRPATH-EMPRESA.
           MOVE "GRD034" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD034.
           MOVE "GRD035" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD035.
           IF OPCAO-W = 1
              DISPLAY "DATA INICIAL (DDMMAAAA): " WITH NO ADVANCING
              ACCEPT DATA-INV-W
              CALL "GRIDAT2" USING DATA-INV-W
              MOVE DATA-INV-W TO DATA-INI-W
              DISPLAY "DATA FINAL   (DDMMAAAA): " WITH NO ADVANCING
              ACCEPT DATA-INV-W
              CALL "GRIDAT2" USING DATA-INV-W
              MOVE DATA-INV-W TO DATA-FIM-W
              IF DATA-FIM-W < DATA-INI-W
                 DISPLAY "PERIODO INVALIDO"
                 MOVE 1 TO ERRO-W
                 GO TO INICIALIZA-PROGRAMA-FIM
              END-IF
              OPEN INPUT GRD034
              IF ST-GRD034 > "09"
                 DISPLAY "NENHUM CONFLITO REGISTRADO NA EMPRESA: "
                         ST-GRD034
                 MOVE 1 TO ERRO-W
                 GO TO INICIALIZA-PROGRAMA-FIM
              END-IF
           ELSE
              DISPLAY "USUARIO: " WITH NO ADVANCING
              ACCEPT USUARIO-W
              OPEN I-O GRD035
              IF ST-GRD035 = "35"
                 CLOSE GRD035      OPEN OUTPUT GRD035
                 CLOSE GRD035      OPEN I-O GRD035
              END-IF
              IF ST-GRD035 > "09"
                 DISPLAY "ERRO ABERTURA GRD035: " ST-GRD035
                 MOVE 1 TO ERRO-W
                 GO TO INICIALIZA-PROGRAMA-FIM
              END-IF.
           OPEN OUTPUT RELAT.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 1 - CONFLITOS DO PERIODO E RESUMOS
      *    ------------------------------------------------------
       RELATORIO-CONFLITOS SECTION.
           INITIALIZE TABELA-ARQUIVOS TABELA-HORAS.
           MOVE ZEROS TO QT-ARQ-W QT-CONFLITOS-W QT-DESISTENCIAS-W.
           MOVE CAB03-DETALHE TO CAB03-REL.
           INITIALIZE REG-GRD034.
           MOVE DATA-INI-W TO DATA-GR34.
           START GRD034 KEY IS NOT LESS CHAVE-GR34 INVALID KEY
                 MOVE "10" TO ST-GRD034
           END-START.
           PERFORM UNTIL ST-GRD034 = "10"
              READ GRD034 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD034
              NOT AT END
                   IF DATA-GR34 > DATA-FIM-W
                      MOVE "10" TO ST-GRD034
                   ELSE
                      PERFORM IMPRIME-CONFLITO
                      PERFORM ACUMULA-CONFLITO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO LINDET-REL.
           MOVE "CONFLITOS:"       TO LINDET-REL (1: 10).
           MOVE QT-CONFLITOS-W     TO QT-E.
           MOVE QT-E               TO LINDET-REL (12: 9).
           MOVE "DESISTENCIAS:"    TO LINDET-REL (24: 13).
           MOVE QT-DESISTENCIAS-W  TO QT-E.
           MOVE QT-E               TO LINDET-REL (38: 9).
           PERFORM IMPRIME-LINDET.
           PERFORM ORDENA-ARQUIVOS.
           MOVE "CONFLITOS POR ARQUIVO" TO CAB01-TITULO.
           MOVE CAB03-ARQUIVO TO CAB03-REL.
           MOVE 99 TO LIN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ARQ-W
              PERFORM IMPRIME-ARQUIVO
           END-PERFORM.
           MOVE "CONFLITOS POR HORA DO DIA" TO CAB01-TITULO.
           MOVE CAB03-HORA TO CAB03-REL.
           MOVE 99 TO LIN.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 24
              IF TH-QT (H) > ZEROS
                 PERFORM IMPRIME-HORA
              END-IF
           END-PERFORM.

       IMPRIME-CONFLITO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-GR34          TO LINDET-REL (1: 8).
           MOVE HORA-GR34          TO LINDET-REL (11: 6).
           MOVE ARQUIVO-GR34       TO LINDET-REL (19: 8).
           MOVE CHAVE-REG-GR34     TO LINDET-REL (28: 20).
           MOVE PROGRAMA-GR34      TO LINDET-REL (49: 8).
           MOVE OPERADOR-GR34      TO LINDET-REL (58: 20).
           IF QT-DETENTOR-GR34 = ZEROS
              MOVE "NAO IDENTIFICADO" TO LINDET-REL (79: 16)
           ELSE
              MOVE DET-OPERADOR-GR34  TO LINDET-REL (79: 15)
              MOVE DET-TASK-GR34      TO LINDET-REL (95: 6)
              MOVE DET-PROGRAMA-GR34  TO LINDET-REL (102: 8).
           MOVE ESPERA-SEG-GR34    TO LINDET-REL (111: 5).
           EVALUATE RESULTADO-GR34
               WHEN 1 MOVE "LIBERADO"      TO SITUACAO-W
               WHEN 2 MOVE "ESPEROU+"      TO SITUACAO-W
               WHEN 3 MOVE "*DESISTIU*"    TO SITUACAO-W
               WHEN OTHER MOVE SPACES      TO SITUACAO-W
           END-EVALUATE.
           MOVE SITUACAO-W         TO LINDET-REL (117: 10).
           PERFORM IMPRIME-LINDET.

       ACUMULA-CONFLITO SECTION.
           ADD 1 TO QT-CONFLITOS-W.
           IF RESULTADO-GR34 = 3
              ADD 1 TO QT-DESISTENCIAS-W.
           MOVE ZEROS TO K.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-ARQ-W
              IF TA-ARQUIVO (J) = ARQUIVO-GR34
                 MOVE J TO K
                 MOVE QT-ARQ-W TO J
              END-IF
           END-PERFORM.
           IF K = ZEROS AND QT-ARQ-W < 99
              ADD 1 TO QT-ARQ-W
              MOVE QT-ARQ-W     TO K
              MOVE ARQUIVO-GR34 TO TA-ARQUIVO (K).
           IF K > ZEROS
              ADD 1 TO TA-QT (K)
              ADD ESPERA-SEG-GR34 TO TA-SEGUNDOS (K)
              IF RESULTADO-GR34 = 3
                 ADD 1 TO TA-DESISTE (K)
              END-IF
              IF ESPERA-SEG-GR34 > TA-MAIOR (K)
                 MOVE ESPERA-SEG-GR34 TO TA-MAIOR (K)
              END-IF
           END-IF.
           MOVE HORA-GR34 TO HORA-GR34-N.
           IF HH-GR34-W < 24
              COMPUTE H = HH-GR34-W + 1
              ADD 1 TO TH-QT (H)
              ADD ESPERA-SEG-GR34 TO TH-SEGUNDOS (H).

      *    do arquivo que mais colide p/ o que menos
       ORDENA-ARQUIVOS SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I NOT < QT-ARQ-W
              PERFORM VARYING J FROM I BY 1 UNTIL J > QT-ARQ-W
                 IF TA-QT (J) > TA-QT (I)
                    MOVE TAB-ARQ (I) TO TAB-ARQ-TROCA
                    MOVE TAB-ARQ (J) TO TAB-ARQ (I)
                    MOVE TAB-ARQ-TROCA TO TAB-ARQ (J)
                 END-IF
              END-PERFORM
           END-PERFORM.

       IMPRIME-ARQUIVO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE TA-ARQUIVO (I)     TO LINDET-REL (1: 8).
           MOVE TA-QT (I)          TO QT-E.
           MOVE QT-E               TO LINDET-REL (14: 9).
           MOVE TA-DESISTE (I)     TO QT-E.
           MOVE QT-E               TO LINDET-REL (28: 9).
           MOVE TA-SEGUNDOS (I)    TO SEG-E.
           MOVE SEG-E              TO LINDET-REL (39: 10).
           MOVE "S"                TO LINDET-REL (50: 1).
           MOVE TA-MAIOR (I)       TO SEG-E.
           MOVE SEG-E              TO LINDET-REL (55: 10).
           MOVE "S"                TO LINDET-REL (66: 1).
           PERFORM IMPRIME-LINDET.

       IMPRIME-HORA SECTION.
           MOVE SPACES TO LINDET-REL.
           COMPUTE HORA-E = H - 1.
           MOVE HORA-E             TO LINDET-REL (1: 2).
           MOVE "H"                TO LINDET-REL (3: 1).
           MOVE TH-QT (H)          TO QT-E.
           MOVE QT-E               TO LINDET-REL (14: 9).
           MOVE TH-SEGUNDOS (H)    TO SEG-E.
           MOVE SEG-E              TO LINDET-REL (27: 10).
           MOVE "S"                TO LINDET-REL (38: 1).
           PERFORM IMPRIME-LINDET.

      *    ------------------------------------------------------
      *    OPCAO 2 - TEMPO DE ESPERA AUTOMATICA POR ARQUIVO
      *    ------------------------------------------------------
       MANUTENCAO-TEMPO SECTION.
           PERFORM LISTA-TEMPOS.
           DISPLAY "ARQUIVO (OU PADRAO): " WITH NO ADVANCING.
           ACCEPT ARQUIVO-W.
           IF ARQUIVO-W = SPACES
              GO TO MANUTENCAO-TEMPO-FIM.
           DISPLAY "SEGUNDOS DE ESPERA (0-EXCLUI): " WITH NO ADVANCING.
           ACCEPT TEMPO-W.
           MOVE ARQUIVO-W TO ARQUIVO-GR35.
           READ GRD035 INVALID KEY
                IF TEMPO-W = ZEROS
                   DISPLAY "ARQUIVO SEM TEMPO PROPRIO"
                   GO TO MANUTENCAO-TEMPO-FIM
                END-IF
                INITIALIZE REG-GRD035
                MOVE ARQUIVO-W      TO ARQUIVO-GR35
                MOVE TEMPO-W        TO TEMPO-ESPERA-GR35
                MOVE DATA-SISTEMA-N TO DATA-GR35
                MOVE USUARIO-W      TO USUARIO-GR35
                WRITE REG-GRD035 INVALID KEY
                      DISPLAY "ERRO GRAVANDO GRD035: " ST-GRD035
                      GO TO MANUTENCAO-TEMPO-FIM
                END-WRITE
                DISPLAY "TEMPO INCLUIDO"
                GO TO MANUTENCAO-TEMPO-FIM
           END-READ.
           IF TEMPO-W = ZEROS
              DELETE GRD035 INVALID KEY
                     DISPLAY "ERRO EXCLUINDO GRD035: " ST-GRD035
                     GO TO MANUTENCAO-TEMPO-FIM
              END-DELETE
              DISPLAY "TEMPO EXCLUIDO"
              GO TO MANUTENCAO-TEMPO-FIM.
           MOVE TEMPO-W        TO TEMPO-ESPERA-GR35.
           MOVE DATA-SISTEMA-N TO DATA-GR35.
           MOVE USUARIO-W      TO USUARIO-GR35.
           REWRITE REG-GRD035 INVALID KEY
                   DISPLAY "ERRO ATUALIZANDO GRD035: " ST-GRD035
                   GO TO MANUTENCAO-TEMPO-FIM
           END-REWRITE.
           DISPLAY "TEMPO ALTERADO".
       MANUTENCAO-TEMPO-FIM.
           CONTINUE.

       LISTA-TEMPOS SECTION.
           DISPLAY "ARQUIVO   SEGUNDOS  ALTERADO EM  USUARIO".
           INITIALIZE REG-GRD035.
           START GRD035 KEY IS NOT LESS ARQUIVO-GR35 INVALID KEY
                 MOVE "10" TO ST-GRD035
           END-START.
           PERFORM UNTIL ST-GRD035 = "10"
              READ GRD035 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD035
              NOT AT END
                   DISPLAY ARQUIVO-GR35 "  " TEMPO-ESPERA-GR35
                           "       " DATA-GR35 "     " USUARIO-GR35
              END-READ
           END-PERFORM.
           DISPLAY "(SEM REGISTRO DO ARQUIVO NEM PADRAO: 10 SEGUNDOS)".

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
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 5 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT GRD034 GRD035.

       END PROGRAM GRLCK1.
