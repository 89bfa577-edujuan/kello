       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRCONTA.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Abre um arquivo ISAM da aplicacao num       *
                      *   caminho qualquer (o vivo, uma copia de      *
                      *   seguranca ou uma restauracao) e le de       *
                      *   ponta a ponta pela chave primaria,          *
                      *   devolvendo quantidade de registros, total   *
                      *   de controle (o mesmo valor que o GRVER1     *
                      *   soma) e hash das partes numericas da        *
                      *   chave - a prova de que a copia abre e       *
                      *   bate com o original.                        *
                      *                                               *
                      *   Formato: CALL "GRCONTA" USING PARAMETROS-   *
                      *            GRCONTA                            *
                      *                                               *
                      *   01  PARAMETROS-GRCONTA                      *
                      *       05 GRCONTA-ARQUIVO   PIC X(008)         *
                      *          CRD020 CPD020 CXD100 CHD010 RCD100   *
                      *          RCD101 MTD019 MTD020 COD040 COD050   *
                      *          COD060 CCD100                        *
                      *       05 GRCONTA-CAMINHO   PIC X(060)         *
                      *       05 GRCONTA-QT-REG    PIC 9(009)         *
                      *       05 GRCONTA-TOTAL     PIC 9(14)V99       *
                      *       05 GRCONTA-HASH      PIC 9(018)         *
                      *       05 GRCONTA-ST        PIC X(002)         *
                      *          status do open/leitura; "99" =       *
                      *          arquivo nao previsto na rotina       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CPPX020.
           COPY CXPX100.
           COPY CHPX010.
           COPY RCPX100.
           COPY RCPX101.
           COPY MTPX019.
           COPY MTPX020.
           COPY COPX040.
           COPY COPX050.
           COPY COPX060.
           COPY CCPX100.

       DATA DIVISION.
       FILE SECTION.
           COPY CRPW020.
           COPY CPPW020.
           COPY CXPW100.
           COPY CHPW010.
           COPY RCPW100.
           COPY RCPW101.
           COPY MTPW019.
           COPY MTPW020.
           COPY COPW040.
           COPY COPW050.
           COPY COPW060.
           COPY CCPW100.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-MTD020             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-CCD100             PIC XX       VALUE SPACES.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-CHD010       PIC X(60)    VALUE SPACES.
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-MTD020       PIC X(60)    VALUE SPACES.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-COD050       PIC X(60)    VALUE SPACES.
           05  PATH-COD060       PIC X(60)    VALUE SPACES.
           05  PATH-CCD100       PIC X(60)    VALUE SPACES.

       LINKAGE SECTION.

       01  PARAMETROS-GRCONTA.
           05  GRCONTA-ARQUIVO      PIC X(8).
           05  GRCONTA-CAMINHO      PIC X(60).
           05  GRCONTA-QT-REG       PIC 9(9).
           05  GRCONTA-TOTAL        PIC 9(14)V99.
           05  GRCONTA-HASH         PIC 9(18).
           05  GRCONTA-ST           PIC X(2).

       PROCEDURE DIVISION USING PARAMETROS-GRCONTA.

       MAIN-PROCESS SECTION.
           MOVE ZEROS TO GRCONTA-QT-REG GRCONTA-TOTAL GRCONTA-HASH.
           MOVE "00"  TO GRCONTA-ST.
           EVALUATE GRCONTA-ARQUIVO
               WHEN "CRD020" PERFORM CONTA-CRD020
               WHEN "CPD020" PERFORM CONTA-CPD020
               WHEN "CXD100" PERFORM CONTA-CXD100
               WHEN "CHD010" PERFORM CONTA-CHD010
               WHEN "RCD100" PERFORM CONTA-RCD100
               WHEN "RCD101" PERFORM CONTA-RCD101
               WHEN "MTD019" PERFORM CONTA-MTD019
               WHEN "MTD020" PERFORM CONTA-MTD020
               WHEN "COD040" PERFORM CONTA-COD040
               WHEN "COD050" PERFORM CONTA-COD050
               WHEN "COD060" PERFORM CONTA-COD060
               WHEN "CCD100" PERFORM CONTA-CCD100
               WHEN OTHER    MOVE "99" TO GRCONTA-ST
           END-EVALUATE.
           EXIT PROGRAM.

       CONTA-CRD020 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-CRD020.
           OPEN INPUT CRD020.
           IF ST-CRD020 > "09"
              MOVE ST-CRD020 TO GRCONTA-ST
              GO TO CONTA-CRD020-FIM.
           INITIALIZE REG-CRD020.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 NOT < "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD VALOR-TOT-CR20 TO GRCONTA-TOTAL
                   ADD CLIENTE-CR20 SEQ-CR20 TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-CRD020 NOT = "10"
              MOVE ST-CRD020 TO GRCONTA-ST.
           CLOSE CRD020.
       CONTA-CRD020-FIM.
           CONTINUE.

       CONTA-CPD020 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-CPD020.
           OPEN INPUT CPD020.
           IF ST-CPD020 > "09"
              MOVE ST-CPD020 TO GRCONTA-ST
              GO TO CONTA-CPD020-FIM.
           INITIALIZE REG-CPD020.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 NOT < "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD VALOR-TOT-CP20 TO GRCONTA-TOTAL
                   ADD FORNEC-CP20 SEQ-CP20 TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-CPD020 NOT = "10"
              MOVE ST-CPD020 TO GRCONTA-ST.
           CLOSE CPD020.
       CONTA-CPD020-FIM.
           CONTINUE.

       CONTA-CXD100 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-CXD100.
           OPEN INPUT CXD100.
           IF ST-CXD100 > "09"
              MOVE ST-CXD100 TO GRCONTA-ST
              GO TO CONTA-CXD100-FIM.
           INITIALIZE REG-CXD100.
           START CXD100 KEY IS NOT LESS CHAVE-CX100 INVALID KEY
                 MOVE "10" TO ST-CXD100
           END-START.
           PERFORM UNTIL ST-CXD100 NOT < "10"
              READ CXD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD100
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD VALOR-CX100 TO GRCONTA-TOTAL
                   ADD DATA-MOV-CX100 SEQ-CX100 TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-CXD100 NOT = "10"
              MOVE ST-CXD100 TO GRCONTA-ST.
           CLOSE CXD100.
       CONTA-CXD100-FIM.
           CONTINUE.

       CONTA-CHD010 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-CHD010.
           OPEN INPUT CHD010.
           IF ST-CHD010 > "09"
              MOVE ST-CHD010 TO GRCONTA-ST
              GO TO CONTA-CHD010-FIM.
           INITIALIZE REG-CHD010.
           START CHD010 KEY IS NOT LESS CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010
           END-START.
           PERFORM UNTIL ST-CHD010 NOT < "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD VALOR-CH10 TO GRCONTA-TOTAL
                   ADD DATA-MOVTO-CH10 SEQ-CH10 TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-CHD010 NOT = "10"
              MOVE ST-CHD010 TO GRCONTA-ST.
           CLOSE CHD010.
       CONTA-CHD010-FIM.
           CONTINUE.

       CONTA-RCD100 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-RCD100.
           OPEN INPUT RCD100.
           IF ST-RCD100 > "09"
              MOVE ST-RCD100 TO GRCONTA-ST
              GO TO CONTA-RCD100-FIM.
           INITIALIZE REG-RCD100.
           START RCD100 KEY IS NOT LESS CHAVE-ALBUM-REC INVALID KEY
                 MOVE "10" TO ST-RCD100
           END-START.
           PERFORM UNTIL ST-RCD100 NOT < "10"
              READ RCD100 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD100
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD TOTAL-REC TO GRCONTA-TOTAL
                   ADD ALBUM-REC TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-RCD100 NOT = "10"
              MOVE ST-RCD100 TO GRCONTA-ST.
           CLOSE RCD100.
       CONTA-RCD100-FIM.
           CONTINUE.

       CONTA-RCD101 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-RCD101.
           OPEN INPUT RCD101.
           IF ST-RCD101 > "09"
              MOVE ST-RCD101 TO GRCONTA-ST
              GO TO CONTA-RCD101-FIM.
           INITIALIZE REG-RCD101.
           START RCD101 KEY IS NOT LESS CHAVE-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 NOT < "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD VALOR-REC1 TO GRCONTA-TOTAL
                   ADD ALBUM-REC1 NUMERO-REC1 PARCELA-REC1
                       TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-RCD101 NOT = "10"
              MOVE ST-RCD101 TO GRCONTA-ST.
           CLOSE RCD101.
       CONTA-RCD101-FIM.
           CONTINUE.

       CONTA-MTD019 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-MTD019.
           OPEN INPUT MTD019.
           IF ST-MTD019 > "09"
              MOVE ST-MTD019 TO GRCONTA-ST
              GO TO CONTA-MTD019-FIM.
           INITIALIZE REG-MTD019.
           START MTD019 KEY IS NOT LESS ALBUMMT19 INVALID KEY
                 MOVE "10" TO ST-MTD019
           END-START.
           PERFORM UNTIL ST-MTD019 NOT < "10"
              READ MTD019 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD019
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD ALBUM-MT19 TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-MTD019 NOT = "10"
              MOVE ST-MTD019 TO GRCONTA-ST.
           CLOSE MTD019.
       CONTA-MTD019-FIM.
           CONTINUE.

       CONTA-MTD020 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-MTD020.
           OPEN INPUT MTD020.
           IF ST-MTD020 > "09"
              MOVE ST-MTD020 TO GRCONTA-ST
              GO TO CONTA-MTD020-FIM.
           INITIALIZE REG-MTD020.
           START MTD020 KEY IS NOT LESS ALBUM-MTG INVALID KEY
                 MOVE "10" TO ST-MTD020
           END-START.
           PERFORM UNTIL ST-MTD020 NOT < "10"
              READ MTD020 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD020
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD QT-FOTOS-MTG TO GRCONTA-TOTAL
                   ADD CONTRATO-MTG NRALBUM-MTG TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-MTD020 NOT = "10"
              MOVE ST-MTD020 TO GRCONTA-ST.
           CLOSE MTD020.
       CONTA-MTD020-FIM.
           CONTINUE.

       CONTA-COD040 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-COD040.
           OPEN INPUT COD040.
           IF ST-COD040 > "09"
              MOVE ST-COD040 TO GRCONTA-ST
              GO TO CONTA-COD040-FIM.
           INITIALIZE REG-COD040.
           START COD040 KEY IS NOT LESS NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040
           END-START.
           PERFORM UNTIL ST-COD040 NOT < "10"
              READ COD040 NEXT RECORD AT END
                   MOVE "10" TO ST-COD040
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD VLR-CONTRATO-CO40 TO GRCONTA-TOTAL
                   ADD NR-CONTRATO-CO40 TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-COD040 NOT = "10"
              MOVE ST-COD040 TO GRCONTA-ST.
           CLOSE COD040.
       CONTA-COD040-FIM.
           CONTINUE.

       CONTA-COD050 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-COD050.
           OPEN INPUT COD050.
           IF ST-COD050 > "09"
              MOVE ST-COD050 TO GRCONTA-ST
              GO TO CONTA-COD050-FIM.
           INITIALIZE REG-COD050.
           START COD050 KEY IS NOT LESS CHAVE-CO50 INVALID KEY
                 MOVE "10" TO ST-COD050
           END-START.
           PERFORM UNTIL ST-COD050 NOT < "10"
              READ COD050 NEXT RECORD AT END
                   MOVE "10" TO ST-COD050
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD VALOR-CO50 TO GRCONTA-TOTAL
                   ADD NR-CONTRATO-CO50 ITEM-CO50 TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-COD050 NOT = "10"
              MOVE ST-COD050 TO GRCONTA-ST.
           CLOSE COD050.
       CONTA-COD050-FIM.
           CONTINUE.

       CONTA-COD060 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-COD060.
           OPEN INPUT COD060.
           IF ST-COD060 > "09"
              MOVE ST-COD060 TO GRCONTA-ST
              GO TO CONTA-COD060-FIM.
           INITIALIZE REG-COD060.
           START COD060 KEY IS NOT LESS CHAVE-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060
           END-START.
           PERFORM UNTIL ST-COD060 NOT < "10"
              READ COD060 NEXT RECORD AT END
                   MOVE "10" TO ST-COD060
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD NR-CONTRATO-CO60 ITEM-CO60 TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-COD060 NOT = "10"
              MOVE ST-COD060 TO GRCONTA-ST.
           CLOSE COD060.
       CONTA-COD060-FIM.
           CONTINUE.

       CONTA-CCD100 SECTION.
           MOVE GRCONTA-CAMINHO TO PATH-CCD100.
           OPEN INPUT CCD100.
           IF ST-CCD100 > "09"
              MOVE ST-CCD100 TO GRCONTA-ST
              GO TO CONTA-CCD100-FIM.
           INITIALIZE REG-CCD100.
           START CCD100 KEY IS NOT LESS CHAVE-CC100 INVALID KEY
                 MOVE "10" TO ST-CCD100
           END-START.
           PERFORM UNTIL ST-CCD100 NOT < "10"
              READ CCD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CCD100
              NOT AT END
                   ADD 1 TO GRCONTA-QT-REG
                   ADD VALOR-CC100 TO GRCONTA-TOTAL
                   ADD DATA-MOVTO-CC100 SEQ-CC100 TO GRCONTA-HASH
              END-READ
           END-PERFORM.
           IF ST-CCD100 NOT = "10"
              MOVE ST-CCD100 TO GRCONTA-ST.
           CLOSE CCD100.
       CONTA-CCD100-FIM.
           CONTINUE.

       END PROGRAM GRCONTA.
