       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRCV002.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Conversao VID100 versao 1: o expurgo da fita*
                      *   (DATA-PURGA-V100, USUARIO-PURGA-V100 e      *
                      *   METODO-PURGA-V100 - VIP305) saiu do FILLER, *
                      *   que nas fitas antigas tem brancos - zera a  *
                      *   data e o metodo onde nao forem numericos,   *
                      *   senao toda fita antiga passa por ja         *
                      *   expurgada.                                  *
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
           COPY VIPX100.

       DATA DIVISION.
       FILE SECTION.
           COPY VIPW100.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-VID100             PIC XX       VALUE SPACES.
           05  ALTERA-W              PIC 9        VALUE ZEROS.

       01  PATH-VID100               PIC X(60)    VALUE SPACES.

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
           MOVE "VID100"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-VID100.
           OPEN I-O VID100.
           IF ST-VID100 > "09"
              MOVE ST-VID100 TO GRCONV-ST
              MOVE 1 TO GRCONV-RETORNO
              GO TO MAIN-PROCESS-FIM.
           INITIALIZE REG-VID100.
           START VID100 KEY IS NOT LESS CHAVE-V100 INVALID KEY
                 MOVE "10" TO ST-VID100
           END-START.
           PERFORM UNTIL ST-VID100 = "10" OR GRCONV-RETORNO = 1
              READ VID100 NEXT RECORD AT END
                   MOVE "10" TO ST-VID100
              NOT AT END
                   PERFORM CONVERTE-FITA
              END-READ
           END-PERFORM.
           CLOSE VID100.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

       CONVERTE-FITA SECTION.
           MOVE ZEROS TO ALTERA-W.
           IF DATA-PURGA-V100 NOT NUMERIC
              MOVE ZEROS TO DATA-PURGA-V100
              MOVE 1 TO ALTERA-W.
           IF METODO-PURGA-V100 NOT NUMERIC
              MOVE ZEROS TO METODO-PURGA-V100
              MOVE 1 TO ALTERA-W.
           IF ALTERA-W = 1
              REWRITE REG-VID100 INVALID KEY
                      MOVE ST-VID100 TO GRCONV-ST
                      MOVE 1 TO GRCONV-RETORNO
              NOT INVALID KEY
                      ADD 1 TO GRCONV-QT-REG
              END-REWRITE.

       END PROGRAM GRCV002.
