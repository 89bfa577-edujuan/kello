       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRCV001.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Conversao CHD010 versao 2: os campos        *
                      *   FORNEC-REPASSE-CH10 (CHP074) e              *
                      *   NR-ACERTO-CH10 (RCP124) sairam do FILLER,   *
                      *   que nos cheques antigos tem brancos - zera  *
                      *   os dois onde nao forem numericos.           *
                      *   Chamada pelo GRLAY1 (passo da tabela do     *
                      *   GRLAYV), com a empresa parada.              *
                      *                                               *
                      *   Formato padrao das conversoes:              *
                      *   CALL programa USING PARAMETROS-GRCONV       *
                      *                                               *
                      *   01  PARAMETROS-GRCONV                       *
                      *       05 GRCONV-EMPRESA    PIC X(003)         *
                      *       05 GRCONV-ARQUIVO    PIC X(008)         *
                      *       05 GRCONV-QT-REG     PIC 9(009)         *
                      *          registros alterados                  *
                      *       05 GRCONV-ST         PIC X(002)         *
                      *       05 GRCONV-RETORNO    PIC 9(001)         *
                      *          0-CONVERTIDO  1-ERRO                 *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHPX010.

       DATA DIVISION.
       FILE SECTION.
           COPY CHPW010.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ALTERA-W              PIC 9        VALUE ZEROS.

       01  PATH-CHD010               PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA        PIC X(3).
           05  GRPATH-ARQUIVO        PIC X(8).
           05  GRPATH-CAMINHO        PIC X(60).

       LINKAGE SECTION.

       01  PARAMETROS-GRCONV.
           05  GRCONV-EMPRESA       PIC X(3).
           05  GRCONV-ARQUIVO       PIC X(8).
           05  GRCONV-QT-REG        PIC 9(9).
           05  GRCONV-ST            PIC X(2).
           05  GRCONV-RETORNO       PIC 9(1).

       PROCEDURE DIVISION USING PARAMETROS-GRCONV.

       MAIN-PROCESS SECTION.
           MOVE ZEROS  TO GRCONV-QT-REG GRCONV-RETORNO.
           MOVE "00"   TO GRCONV-ST.
           MOVE GRCONV-EMPRESA TO GRPATH-EMPRESA.
           MOVE "CHD010"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CHD010.
           OPEN I-O CHD010.
           IF ST-CHD010 > "09"
              MOVE ST-CHD010 TO GRCONV-ST
              MOVE 1 TO GRCONV-RETORNO
              GO TO MAIN-PROCESS-FIM.
           INITIALIZE REG-CHD010.
           START CHD010 KEY IS NOT LESS CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010
           END-START.
           PERFORM UNTIL ST-CHD010 = "10" OR GRCONV-RETORNO = 1
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   PERFORM CONVERTE-CHEQUE
              END-READ
           END-PERFORM.
           CLOSE CHD010.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

       CONVERTE-CHEQUE SECTION.
           MOVE ZEROS TO ALTERA-W.
           IF FORNEC-REPASSE-CH10 NOT NUMERIC
              MOVE ZEROS TO FORNEC-REPASSE-CH10
              MOVE 1 TO ALTERA-W.
           IF NR-ACERTO-CH10 NOT NUMERIC
              MOVE ZEROS TO NR-ACERTO-CH10
              MOVE 1 TO ALTERA-W.
           IF ALTERA-W = 1
              REWRITE REG-CHD010 INVALID KEY
                      MOVE ST-CHD010 TO GRCONV-ST
                      MOVE 1 TO GRCONV-RETORNO
              NOT INVALID KEY
                      ADD 1 TO GRCONV-QT-REG
              END-REWRITE.

       END PROGRAM GRCV001.
