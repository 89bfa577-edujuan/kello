       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRCV005.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Conversao CTD103 versao 1: GRUPO-DRE-CT103  *
                      *   (CTP105) saiu do FILLER, que nos de-para    *
                      *   antigos tem brancos - zera onde nao for     *
                      *   numerico (0 = patrimonial, fora da DRE, ate *
                      *   o contador classificar a conta no CTP103).  *
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
           COPY CTPX103.

       DATA DIVISION.
       FILE SECTION.
           COPY CTPW103.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CTD103             PIC XX       VALUE SPACES.
           05  ALTERA-W              PIC 9        VALUE ZEROS.

       01  PATH-CTD103               PIC X(60)    VALUE SPACES.

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
           MOVE "CTD103"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CTD103.
           OPEN I-O CTD103.
           IF ST-CTD103 > "09"
              MOVE ST-CTD103 TO GRCONV-ST
              MOVE 1 TO GRCONV-RETORNO
              GO TO MAIN-PROCESS-FIM.
           INITIALIZE REG-CTD103.
           START CTD103 KEY IS NOT LESS CONTA-REDUZ-CT103 INVALID KEY
                 MOVE "10" TO ST-CTD103
           END-START.
           PERFORM UNTIL ST-CTD103 = "10" OR GRCONV-RETORNO = 1
              READ CTD103 NEXT RECORD AT END
                   MOVE "10" TO ST-CTD103
              NOT AT END
                   PERFORM CONVERTE-DEPARA
              END-READ
           END-PERFORM.
           CLOSE CTD103.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

       CONVERTE-DEPARA SECTION.
           MOVE ZEROS TO ALTERA-W.
           IF GRUPO-DRE-CT103 NOT NUMERIC
              MOVE ZEROS TO GRUPO-DRE-CT103
              MOVE 1 TO ALTERA-W.
           IF ALTERA-W = 1
              REWRITE REG-CTD103 INVALID KEY
                      MOVE ST-CTD103 TO GRCONV-ST
                      MOVE 1 TO GRCONV-RETORNO
              NOT INVALID KEY
                      ADD 1 TO GRCONV-QT-REG
              END-REWRITE.

       END PROGRAM GRCV005.
