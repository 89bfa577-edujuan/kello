       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRCV003.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Conversao VID102 versao 1: DATA-PURGA-V102 e*
                      *   METODO-PURGA-V102 (VIP305) sairam do        *
                      *   FILLER, que nos arquivos antigos tem        *
                      *   brancos - zera os dois onde nao forem       *
                      *   numericos.                                  *
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
           COPY VIPX102.

       DATA DIVISION.
       FILE SECTION.
           COPY VIPW102.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-VID102             PIC XX       VALUE SPACES.
           05  ALTERA-W              PIC 9        VALUE ZEROS.

       01  PATH-VID102               PIC X(60)    VALUE SPACES.

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
           MOVE "VID102"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-VID102.
           OPEN I-O VID102.
           IF ST-VID102 > "09"
              MOVE ST-VID102 TO GRCONV-ST
              MOVE 1 TO GRCONV-RETORNO
              GO TO MAIN-PROCESS-FIM.
           INITIALIZE REG-VID102.
           START VID102 KEY IS NOT LESS CHAVE-V102 INVALID KEY
                 MOVE "10" TO ST-VID102
           END-START.
           PERFORM UNTIL ST-VID102 = "10" OR GRCONV-RETORNO = 1
              READ VID102 NEXT RECORD AT END
                   MOVE "10" TO ST-VID102
              NOT AT END
                   PERFORM CONVERTE-ARQUIVO
              END-READ
           END-PERFORM.
           CLOSE VID102.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

       CONVERTE-ARQUIVO SECTION.
           MOVE ZEROS TO ALTERA-W.
           IF DATA-PURGA-V102 NOT NUMERIC
              MOVE ZEROS TO DATA-PURGA-V102
              MOVE 1 TO ALTERA-W.
           IF METODO-PURGA-V102 NOT NUMERIC
              MOVE ZEROS TO METODO-PURGA-V102
              MOVE 1 TO ALTERA-W.
           IF ALTERA-W = 1
              REWRITE REG-VID102 INVALID KEY
                      MOVE ST-VID102 TO GRCONV-ST
                      MOVE 1 TO GRCONV-RETORNO
              NOT INVALID KEY
                      ADD 1 TO GRCONV-QT-REG
              END-REWRITE.

       END PROGRAM GRCV003.
