       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBP110.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CONFRONTO DO LOG DAS IMPRESSORAS DE LABORATORIO
      *        (LBD026) COM AS ORDENS DE SERVICO (LBD107) - IMPRESSAO
      *        PESSOAL, DE TESTE OU REIMPRESSAO CALADA NUNCA
      *        APARECIAM EM LUGAR NENHUM.
      *        OPCAO 1 - IMPORTAR: LE O LOG DO DIA DE UMA IMPRESSORA
      *          (TRABALHO 12, DATA 8, HORA 6, OPERADOR 20, OS 6,
      *          PRODUTO F/P/C/T 1, QTDE 5 POR LINHA) P/ O LBD110; O
      *          TRABALHO JA IMPORTADO NAO ENTRA DE NOVO. CADA
      *          TRABALHO COM OS E JUSTIFICADO ATE A QUANTIDADE DA OS
      *          NO PRODUTO (FOTOS, POSTER, FOTO-CD), DESCONTADO O QUE
      *          OUTROS TRABALHOS DA MESMA OS JA COBRIRAM; TESTE (T)
      *          E TRABALHO SEM OS NAO TEM JUSTIFICATIVA;
      *        OPCAO 2 - CONFRONTO DO PERIODO: POR DIA, IMPRESSORA E
      *          OPERADOR, PRODUZIDO X JUSTIFICADO PELA OS X REFACAO
      *          REGISTRADA NO DIA PELO MESMO OPERADOR (LBD105); O
      *          EXCESSO SEM EXPLICACAO E VALORIZADO PELO CUSTO DO
      *          PAPEL NO ESTOQUE (VLR-UNIT-MT53 DO CODIGO INFORMADO),
      *          COM RESUMO POR IMPRESSORA E POR OPERADOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LBPX026.
           COPY LBPX105.
           COPY LBPX107.
           COPY LBPX110.
           COPY MTPX053.
           SELECT LOGIMP ASSIGN TO PATH-LOGIMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-LOGIMP.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY LBPW026.
           COPY LBPW105.
           COPY LBPW107.
           COPY LBPW110.
           COPY MTPW053.
       FD  LOGIMP.
       01  REG-LOGIMP.
           05  LOG-JOB             PIC X(12).
           05  LOG-DATA            PIC 9(8).
           05  LOG-HORA            PIC 9(6).
           05  LOG-OPERADOR        PIC X(20).
           05  LOG-OS              PIC 9(6).
           05  LOG-PRODUTO         PIC X.
           05  LOG-QTDE            PIC 9(5).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LBD026             PIC XX       VALUE SPACES.
           05  ST-LBD105             PIC XX       VALUE SPACES.
           05  ST-LBD107             PIC XX       VALUE SPACES.
           05  ST-LBD110             PIC XX       VALUE SPACES.
           05  ST-MTD053             PIC XX       VALUE SPACES.
           05  ST-LOGIMP             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  TIPO-W                PIC X(2)     VALUE SPACES.
           05  CODIGO-W              PIC X(2)     VALUE SPACES.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  QT-LIDO-W             PIC 9(5)     VALUE ZEROS.
           05  QT-IMPORTADO-W        PIC 9(5)     VALUE ZEROS.
           05  QT-REPETIDO-W         PIC 9(5)     VALUE ZEROS.
           05  QT-OS-PRODUTO-W       PIC 9(5)     VALUE ZEROS.
           05  QT-JA-COBERTO-W       PIC 9(7)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-DIA-W            PIC 9(8)     VALUE ZEROS.
           05  PAPEL-W               PIC 9(3)     VALUE ZEROS.
           05  CUSTO-PAPEL-W         PIC 9(6)V99  VALUE ZEROS.
           05  REFACAO-W             PIC 9(5)     VALUE ZEROS.
           05  CONSUMO-W             PIC 9(5)     VALUE ZEROS.
           05  VALOR-W               PIC 9(9)V99  VALUE ZEROS.
           05  QT-DIA-W              PIC 9(3)     VALUE ZEROS.
           05  QT-IMP-W              PIC 9(3)     VALUE ZEROS.
           05  QT-OPR-W              PIC 9(3)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  ACHOU-POS-W           PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  QT-E                  PIC ZZZ.ZZ9.
           05  VALOR-E               PIC ZZZ.ZZ9,99.
           05  DATA-E                PIC 99/99/9999.
           05  DATA-INVERTE-W        PIC X(8).
       01  REG-LBD110-W              PIC X(95).

      *    linhas do dia: impressora x operador
       01  TAB-DIA.
           05  DI-ITEM OCCURS 200 TIMES.
               10  DI-TIPO           PIC X(2).
               10  DI-CODIGO         PIC X(2).
               10  DI-OPERADOR       PIC X(20).
               10  DI-PRODUZIDO      PIC 9(7).
               10  DI-JUSTIF         PIC 9(7).
               10  DI-REFACAO        PIC 9(7).
               10  DI-EXCESSO        PIC 9(7).

      *    totais do periodo por impressora e por operador
       01  TAB-IMPRESSORA.
           05  IM-ITEM OCCURS 100 TIMES.
               10  IM-TIPO           PIC X(2).
               10  IM-CODIGO         PIC X(2).
               10  IM-PRODUZIDO      PIC 9(7).
               10  IM-JUSTIF         PIC 9(7).
               10  IM-REFACAO        PIC 9(7).
               10  IM-EXCESSO        PIC 9(7).
       01  TAB-OPERADOR.
           05  OP-ITEM OCCURS 200 TIMES.
               10  OP-OPERADOR       PIC X(20).
               10  OP-PRODUZIDO      PIC 9(7).
               10  OP-JUSTIF         PIC 9(7).
               10  OP-REFACAO        PIC 9(7).
               10  OP-EXCESSO        PIC 9(7).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-LBD026       PIC X(60)    VALUE SPACES.
           05  PATH-LBD105       PIC X(60)    VALUE SPACES.
           05  PATH-LBD107       PIC X(60)    VALUE SPACES.
           05  PATH-LBD110       PIC X(60)    VALUE SPACES.
           05  PATH-MTD053       PIC X(60)    VALUE SPACES.
           05  PATH-LOGIMP       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "LBP110 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(5)   VALUE SPACES.
           05  FILLER            PIC X(44)  VALUE
               "IMPRESSOES PRODUZIDAS X JUSTIFICADAS".
           05  CAB01-PERIODO     PIC X(23)  VALUE SPACES.
           05  FILLER            PIC X(8)   VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(110) VALUE SPACES.
       01  LINDET.
           05  LINDET-REL        PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM IMPORTA-LOG
                  WHEN 2 PERFORM CONFRONTO-PERIODO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-IMPORTAR LOG DA IMPRESSORA  2-CONFRONTO: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 2
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "LBD026"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-LBD026
              MOVE "LBD105"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-LBD105
              MOVE "LBD107"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-LBD107
              MOVE "LBD110"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-LBD110
              MOVE "MTD053"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD053
              OPEN INPUT LBD026 LBD107 MTD053
              OPEN I-O LBD110
              IF ST-LBD110 = "35"
                 CLOSE LBD110      OPEN OUTPUT LBD110
                 CLOSE LBD110      OPEN I-O LBD110
              END-IF
              OPEN INPUT LBD105
              IF ST-LBD026 > "09"
                 DISPLAY "ERRO ABERTURA LBD026: " ST-LBD026
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-LBD107 > "09"
                 DISPLAY "ERRO ABERTURA LBD107: " ST-LBD107
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD053 > "09"
                 DISPLAY "ERRO ABERTURA MTD053: " ST-MTD053
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-LBD110 > "09"
                 DISPLAY "ERRO ABERTURA LBD110: " ST-LBD110
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-LBD105 > "09"
      *          sem refacao registrada todo excesso fica sem explicacao
                 MOVE "10" TO ST-LBD105
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - IMPORTA O LOG DO DIA DE UMA IMPRESSORA
      *----------------------------------------------------------------
       IMPORTA-LOG SECTION.
           PERFORM ACEITA-IMPRESSORA.
           IF ERRO-W = 1
              GO TO IMPORTA-LOG-FIM.
           DISPLAY "ARQUIVO DE LOG DA IMPRESSORA: " WITH NO ADVANCING.
           ACCEPT PATH-LOGIMP.
           OPEN INPUT LOGIMP.
           IF ST-LOGIMP > "09"
              DISPLAY "ERRO ABERTURA LOG: " ST-LOGIMP
              GO TO IMPORTA-LOG-FIM.
           MOVE ZEROS TO QT-LIDO-W QT-IMPORTADO-W QT-REPETIDO-W.
           PERFORM LE-LOGIMP.
           PERFORM UNTIL ST-LOGIMP = "10"
              ADD 1 TO QT-LIDO-W
              PERFORM IMPORTA-TRABALHO
              PERFORM LE-LOGIMP
           END-PERFORM.
           CLOSE LOGIMP.
           DISPLAY "LINHAS LIDAS.....: " QT-LIDO-W.
           DISPLAY "TRABALHOS NOVOS..: " QT-IMPORTADO-W.
           DISPLAY "JA IMPORTADOS....: " QT-REPETIDO-W.
       IMPORTA-LOG-FIM.
           CONTINUE.

       LE-LOGIMP SECTION.
           READ LOGIMP AT END
                MOVE "10" TO ST-LOGIMP
           END-READ.

       IMPORTA-TRABALHO SECTION.
           INITIALIZE REG-LBD110.
           MOVE LOG-DATA      TO DATA-LB110.
           MOVE TIPO-W        TO TIPO-LB110.
           MOVE CODIGO-W      TO CODIGO-LB110.
           MOVE LOG-JOB       TO JOB-LB110.
           READ LBD110 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                ADD 1 TO QT-REPETIDO-W
                GO TO IMPORTA-TRABALHO-FIM
           END-READ.
           INITIALIZE REG-LBD110.
           MOVE LOG-DATA       TO DATA-LB110.
           MOVE TIPO-W         TO TIPO-LB110.
           MOVE CODIGO-W       TO CODIGO-LB110.
           MOVE LOG-JOB        TO JOB-LB110.
           MOVE LOG-HORA       TO HORA-LB110.
           MOVE LOG-OPERADOR   TO OPERADOR-LB110.
           MOVE LOG-OS         TO OS-LB110.
           MOVE LOG-PRODUTO    TO PRODUTO-LB110.
           MOVE LOG-QTDE       TO QTDE-LB110.
           MOVE DATA-SISTEMA-N TO DATA-IMPORT-LB110.
           PERFORM JUSTIFICA-TRABALHO.
           WRITE REG-LBD110 INVALID KEY
                 DISPLAY "ERRO GRAVANDO LBD110: " ST-LBD110
                 GO TO IMPORTA-TRABALHO-FIM
           END-WRITE.
           ADD 1 TO QT-IMPORTADO-W.
       IMPORTA-TRABALHO-FIM.
           CONTINUE.

      *    parte do trabalho coberta pela OS no mesmo produto
       JUSTIFICA-TRABALHO SECTION.
           MOVE ZEROS TO QT-JUSTIF-LB110.
           IF OS-LB110 = ZEROS OR PRODUTO-TESTE-LB110
              GO TO JUSTIFICA-TRABALHO-FIM.
           MOVE OS-LB110 TO OS-LB107.
           READ LBD107 INVALID KEY
                GO TO JUSTIFICA-TRABALHO-FIM
           END-READ.
           EVALUATE TRUE
               WHEN PRODUTO-FOTO-LB110
                    MOVE QFOTOS-LB107   TO QT-OS-PRODUTO-W
               WHEN PRODUTO-POSTER-LB110
                    MOVE QPOSTER-LB107  TO QT-OS-PRODUTO-W
               WHEN PRODUTO-FOTO-CD-LB110
                    MOVE QFOTO-CD-LB107 TO QT-OS-PRODUTO-W
               WHEN OTHER
                    MOVE ZEROS          TO QT-OS-PRODUTO-W
           END-EVALUATE.
           PERFORM SOMA-JA-COBERTO.
           IF QT-JA-COBERTO-W NOT < QT-OS-PRODUTO-W
              GO TO JUSTIFICA-TRABALHO-FIM.
           COMPUTE QT-JUSTIF-LB110 = QT-OS-PRODUTO-W - QT-JA-COBERTO-W.
           IF QT-JUSTIF-LB110 > QTDE-LB110
              MOVE QTDE-LB110 TO QT-JUSTIF-LB110.
       JUSTIFICA-TRABALHO-FIM.
           CONTINUE.

      *    o que outros trabalhos da mesma OS/produto ja justificaram;
      *    le uma copia do registro p/ nao perder o que esta montado
       SOMA-JA-COBERTO SECTION.
           MOVE ZEROS TO QT-JA-COBERTO-W.
           MOVE REG-LBD110 TO REG-LBD110-W.
           MOVE LOG-OS TO OS-LB110.
           MOVE ZEROS  TO DATA-LB110.
           MOVE SPACES TO TIPO-LB110 CODIGO-LB110 JOB-LB110.
           START LBD110 KEY IS NOT LESS ALT1-LB110 INVALID KEY
                 MOVE "10" TO ST-LBD110
           END-START.
           PERFORM UNTIL ST-LBD110 = "10"
              READ LBD110 NEXT RECORD AT END
                   MOVE "10" TO ST-LBD110
              NOT AT END
                   IF OS-LB110 NOT = LOG-OS
                      MOVE "10" TO ST-LBD110
                   ELSE
                      IF PRODUTO-LB110 = LOG-PRODUTO
                         ADD QT-JUSTIF-LB110 TO QT-JA-COBERTO-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-LBD110.
           MOVE REG-LBD110-W TO REG-LBD110.

       ACEITA-IMPRESSORA SECTION.
           DISPLAY "TIPO DA IMPRESSORA..: " WITH NO ADVANCING.
           ACCEPT TIPO-W.
           DISPLAY "CODIGO DA IMPRESSORA: " WITH NO ADVANCING.
           ACCEPT CODIGO-W.
           MOVE TIPO-W   TO TIPO-LB26.
           MOVE CODIGO-W TO CODIGO-LB26.
           READ LBD026 INVALID KEY
                DISPLAY "IMPRESSORA NAO CADASTRADA NO LBD026"
                MOVE 1 TO ERRO-W
           NOT INVALID KEY
                DISPLAY "IMPRESSORA: " DESCRICAO-LB26
           END-READ.

      *----------------------------------------------------------------
      *    OPCAO 2 - CONFRONTO DO PERIODO
      *----------------------------------------------------------------
       CONFRONTO-PERIODO SECTION.
           DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-INI-W.
           DISPLAY "DATA FINAL   (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-FIM-W.
           DISPLAY "CODIGO DO PAPEL NO ESTOQUE (MTD053): "
                   WITH NO ADVANCING.
           ACCEPT PAPEL-W.
           MOVE PAPEL-W TO CODIGO-MT53.
           READ MTD053 INVALID KEY
                DISPLAY "MATERIAL NAO CADASTRADO - EXCESSO SAI SEM "
                        "VALOR"
                MOVE ZEROS TO CUSTO-PAPEL-W
           NOT INVALID KEY
                MOVE VLR-UNIT-MT53 TO CUSTO-PAPEL-W
           END-READ.
           INITIALIZE TAB-IMPRESSORA TAB-OPERADOR TAB-DIA.
           MOVE ZEROS TO QT-IMP-W QT-OPR-W QT-DIA-W DATA-DIA-W.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE DATA-INI-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E TO CAB01-PERIODO (1: 10).
           MOVE "A"    TO CAB01-PERIODO (12: 1).
           MOVE DATA-FIM-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E TO CAB01-PERIODO (14: 10).
           MOVE "DIA"            TO CAB02-TEXTO (1: 3).
           MOVE "IMPR."          TO CAB02-TEXTO (12: 5).
           MOVE "OPERADOR"       TO CAB02-TEXTO (19: 8).
           MOVE "PRODUZIDO"      TO CAB02-TEXTO (40: 9).
           MOVE "OS"             TO CAB02-TEXTO (55: 2).
           MOVE "REFACAO"        TO CAB02-TEXTO (60: 7).
           MOVE "EXCESSO"        TO CAB02-TEXTO (69: 7).
           MOVE "VALOR PAPEL"    TO CAB02-TEXTO (82: 11).
           PERFORM CABECALHO.
           MOVE DATA-INI-W TO DATA-LB110.
           MOVE SPACES     TO TIPO-LB110 CODIGO-LB110 JOB-LB110.
           START LBD110 KEY IS NOT LESS CHAVE-LB110 INVALID KEY
                 MOVE "10" TO ST-LBD110
           END-START.
           PERFORM UNTIL ST-LBD110 = "10"
              READ LBD110 NEXT RECORD AT END
                   MOVE "10" TO ST-LBD110
              NOT AT END
                   IF DATA-LB110 > DATA-FIM-W
                      MOVE "10" TO ST-LBD110
                   ELSE
                      IF DATA-LB110 NOT = DATA-DIA-W
                         PERFORM FECHA-DIA
                         MOVE DATA-LB110 TO DATA-DIA-W
                      END-IF
                      PERFORM ACUMULA-TRABALHO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-LBD110.
           PERFORM FECHA-DIA.
           PERFORM IMPRIME-RESUMOS.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       ACUMULA-TRABALHO SECTION.
           MOVE ZEROS TO J.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-DIA-W
              IF DI-TIPO (I) = TIPO-LB110
                 AND DI-CODIGO (I) = CODIGO-LB110
                 AND DI-OPERADOR (I) = OPERADOR-LB110
                 MOVE I TO J
                 MOVE QT-DIA-W TO I
              END-IF
           END-PERFORM.
           IF J = ZEROS
              IF QT-DIA-W = 200
                 DISPLAY "ATENCAO: MAIS DE 200 LINHAS NO DIA "
                         DATA-LB110
                 GO TO ACUMULA-TRABALHO-FIM
              END-IF
              ADD 1 TO QT-DIA-W
              MOVE QT-DIA-W       TO J
              MOVE TIPO-LB110     TO DI-TIPO (J)
              MOVE CODIGO-LB110   TO DI-CODIGO (J)
              MOVE OPERADOR-LB110 TO DI-OPERADOR (J).
           ADD QTDE-LB110      TO DI-PRODUZIDO (J).
           ADD QT-JUSTIF-LB110 TO DI-JUSTIF (J).
       ACUMULA-TRABALHO-FIM.
           CONTINUE.

      *    abate a refacao do dia, imprime as linhas e acumula totais
       FECHA-DIA SECTION.
           IF QT-DIA-W = ZEROS
              GO TO FECHA-DIA-FIM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-DIA-W
              COMPUTE DI-EXCESSO (I) = DI-PRODUZIDO (I) - DI-JUSTIF (I)
           END-PERFORM.
           IF ST-LBD105 NOT = "10"
              PERFORM ABATE-REFACAO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-DIA-W
              PERFORM IMPRIME-LINHA-DIA
              PERFORM ACUMULA-IMPRESSORA
              PERFORM ACUMULA-OPERADOR
           END-PERFORM.
           INITIALIZE TAB-DIA.
           MOVE ZEROS TO QT-DIA-W.
       FECHA-DIA-FIM.
           CONTINUE.

      *    refacao do dia registrada pelo operador explica o excesso
      *    dele, impressora por impressora
       ABATE-REFACAO SECTION.
           MOVE DATA-DIA-W TO DATA-MOVTO-L105.
           MOVE ZEROS      TO SEQ-L105.
           START LBD105 KEY IS NOT LESS CHAVE-L105 INVALID KEY
                 MOVE "10" TO ST-LBD105
           END-START.
           PERFORM UNTIL ST-LBD105 = "10"
              READ LBD105 NEXT RECORD AT END
                   MOVE "10" TO ST-LBD105
              NOT AT END
                   IF DATA-MOVTO-L105 NOT = DATA-DIA-W
                      MOVE "10" TO ST-LBD105
                   ELSE
                      MOVE QTDE-REFACAO-L105 TO REFACAO-W
                      PERFORM VARYING J FROM 1 BY 1
                              UNTIL J > QT-DIA-W OR REFACAO-W = ZEROS
                         IF DI-OPERADOR (J) = FUNCIONARIO-L105
                            AND DI-EXCESSO (J) > ZEROS
                            PERFORM CONSOME-REFACAO
                         END-IF
                      END-PERFORM
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-LBD105.

       CONSOME-REFACAO SECTION.
           IF REFACAO-W > DI-EXCESSO (J)
              MOVE DI-EXCESSO (J) TO CONSUMO-W
           ELSE
              MOVE REFACAO-W TO CONSUMO-W.
           ADD CONSUMO-W      TO DI-REFACAO (J).
           SUBTRACT CONSUMO-W FROM DI-EXCESSO (J) REFACAO-W.

       IMPRIME-LINHA-DIA SECTION.
           MOVE DATA-DIA-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E           TO LINDET-REL (1: 10).
           MOVE DI-TIPO (I)      TO LINDET-REL (12: 2).
           MOVE DI-CODIGO (I)    TO LINDET-REL (15: 2).
           MOVE DI-OPERADOR (I)  TO LINDET-REL (19: 20).
           PERFORM MONTA-COLUNAS-DI.
           PERFORM IMPRIME-LINDET.

       MONTA-COLUNAS-DI SECTION.
           MOVE DI-PRODUZIDO (I) TO QT-E.
           MOVE QT-E             TO LINDET-REL (42: 7).
           MOVE DI-JUSTIF (I)    TO QT-E.
           MOVE QT-E             TO LINDET-REL (50: 7).
           MOVE DI-REFACAO (I)   TO QT-E.
           MOVE QT-E             TO LINDET-REL (60: 7).
           MOVE DI-EXCESSO (I)   TO QT-E.
           MOVE QT-E             TO LINDET-REL (69: 7).
           IF DI-EXCESSO (I) > ZEROS
              COMPUTE VALOR-W = DI-EXCESSO (I) * CUSTO-PAPEL-W
              MOVE VALOR-W       TO VALOR-E
              MOVE VALOR-E       TO LINDET-REL (83: 10)
              MOVE "*"           TO LINDET-REL (94: 1).

       ACUMULA-IMPRESSORA SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-IMP-W
              IF IM-TIPO (J) = DI-TIPO (I)
                 AND IM-CODIGO (J) = DI-CODIGO (I)
                 MOVE 1 TO ACHOU-W
                 MOVE J TO ACHOU-POS-W
                 MOVE QT-IMP-W TO J
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0
              IF QT-IMP-W = 100
                 GO TO ACUMULA-IMPRESSORA-FIM
              END-IF
              ADD 1 TO QT-IMP-W
              MOVE QT-IMP-W      TO ACHOU-POS-W
              MOVE DI-TIPO (I)   TO IM-TIPO (QT-IMP-W)
              MOVE DI-CODIGO (I) TO IM-CODIGO (QT-IMP-W).
           MOVE ACHOU-POS-W TO J.
           ADD DI-PRODUZIDO (I) TO IM-PRODUZIDO (J).
           ADD DI-JUSTIF (I)    TO IM-JUSTIF (J).
           ADD DI-REFACAO (I)   TO IM-REFACAO (J).
           ADD DI-EXCESSO (I)   TO IM-EXCESSO (J).
       ACUMULA-IMPRESSORA-FIM.
           CONTINUE.

       ACUMULA-OPERADOR SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-OPR-W
              IF OP-OPERADOR (J) = DI-OPERADOR (I)
                 MOVE 1 TO ACHOU-W
                 MOVE J TO ACHOU-POS-W
                 MOVE QT-OPR-W TO J
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0
              IF QT-OPR-W = 200
                 GO TO ACUMULA-OPERADOR-FIM
              END-IF
              ADD 1 TO QT-OPR-W
              MOVE QT-OPR-W        TO ACHOU-POS-W
              MOVE DI-OPERADOR (I) TO OP-OPERADOR (QT-OPR-W).
           MOVE ACHOU-POS-W TO J.
           ADD DI-PRODUZIDO (I) TO OP-PRODUZIDO (J).
           ADD DI-JUSTIF (I)    TO OP-JUSTIF (J).
           ADD DI-REFACAO (I)   TO OP-REFACAO (J).
           ADD DI-EXCESSO (I)   TO OP-EXCESSO (J).
       ACUMULA-OPERADOR-FIM.
           CONTINUE.

       IMPRIME-RESUMOS SECTION.
           PERFORM IMPRIME-LINDET.
           MOVE "RESUMO POR IMPRESSORA" TO LINDET-REL (1: 21).
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-IMP-W
              MOVE IM-TIPO (I)   TO TIPO-LB26
              MOVE IM-CODIGO (I) TO CODIGO-LB26
              READ LBD026 INVALID KEY
                   MOVE SPACES TO DESCRICAO-LB26
              END-READ
              MOVE IM-TIPO (I)    TO LINDET-REL (12: 2)
              MOVE IM-CODIGO (I)  TO LINDET-REL (15: 2)
              MOVE DESCRICAO-LB26 TO LINDET-REL (19: 20)
              MOVE IM-PRODUZIDO (I) TO DI-PRODUZIDO (1)
              MOVE IM-JUSTIF (I)    TO DI-JUSTIF (1)
              MOVE IM-REFACAO (I)   TO DI-REFACAO (1)
              MOVE IM-EXCESSO (I)   TO DI-EXCESSO (1)
              PERFORM IMPRIME-TOTAL
           END-PERFORM.
           PERFORM IMPRIME-LINDET.
           MOVE "RESUMO POR OPERADOR" TO LINDET-REL (1: 19).
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-OPR-W
              MOVE OP-OPERADOR (I)  TO LINDET-REL (19: 20)
              MOVE OP-PRODUZIDO (I) TO DI-PRODUZIDO (1)
              MOVE OP-JUSTIF (I)    TO DI-JUSTIF (1)
              MOVE OP-REFACAO (I)   TO DI-REFACAO (1)
              MOVE OP-EXCESSO (I)   TO DI-EXCESSO (1)
              PERFORM IMPRIME-TOTAL
           END-PERFORM.

      *    linha de total montada na posicao 1 da TAB-DIA
       IMPRIME-TOTAL SECTION.
           MOVE I TO J.
           MOVE 1 TO I.
           PERFORM MONTA-COLUNAS-DI.
           MOVE J TO I.
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
           CLOSE LBD026 LBD105 LBD107 LBD110 MTD053.

       END PROGRAM LBP110.
