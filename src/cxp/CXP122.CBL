      *          CONCILIADO (PREFERINDO DOCUMENTO IGUAL), MARCA O
      *          CASADO EM CXD122 E RELACIONA AS SOBRAS: LINHAS DO
      *          BANCO SEM LANCAMENTO (TARIFAS E DEBITOS NUNCA
      *          DIGITADOS) E LANCAMENTOS SEM EXTRATO. TODA LINHA
      *          LIDA FICA GUARDADA EM CXD137 (CONTA+DATA+SEQ) P/ A
      *          AUDITORIA DE TARIFAS DO CXP146; REIMPORTAR O EXTRATO
      *          DE UM DIA SUBSTITUI AS LINHAS GUARDADAS DAQUELE DIA;
      *        OPCAO 2 - RESOLVER: CONCILIA MANUALMENTE UM
      *          LANCAMENTO (DATA+SEQ) COM UM DOCUMENTO DO BANCO;
      *        OPCAO 3 - POSICAO: RELACIONA, P/ UM PERIODO E CONTA,
           COPY CXPX100.
           COPY CXPX122.
           COPY CXPX131.
           COPY CXPX137.
           SELECT EXTRATO ASSIGN TO PATH-EXTRATO
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-EXTRATO.
           COPY CXPW100.
           COPY CXPW122.
           COPY CXPW131.
           COPY CXPW137.
       FD  EXTRATO.
       01  REG-EXTRATO.
           05  EXT-DATA            PIC 9(8).
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD122             PIC XX       VALUE SPACES.
           05  ST-CXD131             PIC XX       VALUE SPACES.
           05  ST-CXD137             PIC XX       VALUE SPACES.
           05  ST-EXTRATO            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  QT-CASADAS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-SO-BANCO-W         PIC 9(5)     VALUE ZEROS.
           05  QT-SO-CAIXA-W         PIC 9(5)     VALUE ZEROS.
           05  HORA-IMPORT-W         PIC 9(8)     VALUE ZEROS.
           05  DATA-LIMPA-W          PIC 9(8)     VALUE ZEROS.
           05  SEQ-ARQ-W             PIC 9(4)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-CXD122       PIC X(60)    VALUE SPACES.
           05  PATH-CXD131       PIC X(60)    VALUE SPACES.
           05  PATH-CXD137       PIC X(60)    VALUE SPACES.
           05  PATH-EXTRATO      PIC X(60)    VALUE SPACES.

      *    linha de comando "CXP122 EEE O CAMINHO" - os FILLER
              MOVE "CXD131"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD131
              MOVE "CXD137"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD137
              OPEN INPUT CXD100
              OPEN I-O CXD122
              OPEN I-O CXD131
              OPEN I-O CXD137
              IF ST-CXD137 = "35"
                 CLOSE CXD137      OPEN OUTPUT CXD137
                 CLOSE CXD137      OPEN I-O CXD137
              END-IF
              IF ST-CXD131 = "35"
                 CLOSE CXD131      OPEN OUTPUT CXD131
                 CLOSE CXD131      OPEN I-O CXD131
                 DISPLAY "ERRO ABERTURA CXD122: " ST-CXD122
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CXD137 > "09"
                 DISPLAY "ERRO ABERTURA CXD137: " ST-CXD137
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CXD100 CXD122 CXD137
              END-IF.

       IMPORTA-EXTRATO SECTION.
           MOVE "CONCILIACAO DO EXTRATO" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ZEROS TO QT-LIDAS-W QT-CASADAS-W QT-SO-BANCO-W.
           MOVE ZEROS TO DATA-LIMPA-W.
           ACCEPT HORA-IMPORT-W FROM TIME.
           PERFORM LE-LINHA-EXTRATO.
           PERFORM UNTIL ST-EXTRATO = "10"
              ADD 1 TO QT-LIDAS-W
              PERFORM CASA-LINHA
              PERFORM GUARDA-LINHA-EXTRATO
              PERFORM LE-LINHA-EXTRATO
           END-PERFORM.
           CLOSE EXTRATO.
              PERFORM IMPRIME-LINDET
           END-IF.

      *    GUARDA-LINHA-EXTRATO: arquiva a linha em CXD137. Na
      *    primeira linha de cada dia apaga as linhas daquele dia e
      *    conta gravadas por importacao anterior (mesmo extrato
      *    reimportado nao duplica tarifas na auditoria do CXP146).
       GUARDA-LINHA-EXTRATO SECTION.
           IF EXT-DATA NOT = DATA-LIMPA-W
              PERFORM LIMPA-DIA-GUARDADO
              MOVE EXT-DATA TO DATA-LIMPA-W.
           MOVE ZEROS TO SEQ-ARQ-W.
           MOVE CONTA-W  TO CONTA-CX137.
           MOVE EXT-DATA TO DATA-CX137.
           MOVE ZEROS    TO SEQ-CX137.
           START CXD137 KEY IS NOT LESS CHAVE-CX137 INVALID KEY
                 MOVE "10" TO ST-CXD137
           END-START.
           PERFORM UNTIL ST-CXD137 = "10"
              READ CXD137 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD137
              NOT AT END
                   IF CONTA-CX137 NOT = CONTA-W OR
                      DATA-CX137 NOT = EXT-DATA
                      MOVE "10" TO ST-CXD137
                   ELSE
                      MOVE SEQ-CX137 TO SEQ-ARQ-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CXD137.
           INITIALIZE REG-CXD137.
           MOVE CONTA-W          TO CONTA-CX137.
           MOVE EXT-DATA         TO DATA-CX137.
           ADD 1 SEQ-ARQ-W   GIVING SEQ-CX137.
           MOVE EXT-VALOR        TO VALOR-CX137.
           MOVE EXT-DC           TO DC-CX137.
           MOVE EXT-DOCUMENTO    TO DOCUMENTO-CX137.
           MOVE EXT-HISTORICO    TO HISTORICO-CX137.
           MOVE DATA-SISTEMA-N   TO DATA-IMPORT-CX137.
           MOVE HORA-IMPORT-W    TO HORA-IMPORT-CX137.
           WRITE REG-CXD137 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CXD137: " ST-CXD137
           END-WRITE.

       LIMPA-DIA-GUARDADO SECTION.
           MOVE CONTA-W  TO CONTA-CX137.
           MOVE EXT-DATA TO DATA-CX137.
           MOVE ZEROS    TO SEQ-CX137.
           START CXD137 KEY IS NOT LESS CHAVE-CX137 INVALID KEY
                 MOVE "10" TO ST-CXD137
           END-START.
           PERFORM UNTIL ST-CXD137 = "10"
              READ CXD137 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD137
              NOT AT END
                   IF CONTA-CX137 NOT = CONTA-W OR
                      DATA-CX137 NOT = EXT-DATA
                      MOVE "10" TO ST-CXD137
                   ELSE
                      IF DATA-IMPORT-CX137 NOT = DATA-SISTEMA-N OR
                         HORA-IMPORT-CX137 NOT = HORA-IMPORT-W
                         DELETE CXD137 RECORD
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CXD137.

       TESTA-CANDIDATO SECTION.
           IF CONTAPART-CX100 NOT = CONTA-W
              GO TO TESTA-CANDIDATO-FIM.
           MOVE 3 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CXD100 CXD122 CXD131 CXD137.

       END PROGRAM CXP122.
