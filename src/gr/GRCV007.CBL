       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRCV007.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Conversao NFD100 versao 1: ISS-RETIDO-NF100 *
                      *   (NFP103) saiu do FILLER, que nas notas      *
                      *   antigas tem branco - zera onde nao for      *
                      *   numerico (ISS nao retido).                  *
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
           COPY NFPX100.

       DATA DIVISION.
       FILE SECTION.
           COPY NFPW100.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-NFD100             PIC XX       VALUE SPACES.
           05  ALTERA-W              PIC 9        VALUE ZEROS.

       01  PATH-NFD100               PIC X(60)    VALUE SPACES.

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
           MOVE "NFD100"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-NFD100.
           OPEN I-O NFD100.
           IF ST-NFD100 > "09"
              MOVE ST-NFD100 TO GRCONV-ST
              MOVE 1 TO GRCONV-RETORNO
              GO TO MAIN-PROCESS-FIM.
           INITIALIZE REG-NFD100.
           MOVE LOW-VALUES TO SERIE-NF100.
           START NFD100 KEY IS NOT LESS CHAVE-NF100 INVALID KEY
                 MOVE "10" TO ST-NFD100
           END-START.
           PERFORM UNTIL ST-NFD100 = "10" OR GRCONV-RETORNO = 1
              READ NFD100 NEXT RECORD AT END
                   MOVE "10" TO ST-NFD100
              NOT AT END
                   PERFORM CONVERTE-NOTA
              END-READ
           END-PERFORM.
           CLOSE NFD100.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

       CONVERTE-NOTA SECTION.
           MOVE ZEROS TO ALTERA-W.
           IF ISS-RETIDO-NF100 NOT NUMERIC
              MOVE ZEROS TO ISS-RETIDO-NF100
              MOVE 1 TO ALTERA-W.
           IF ALTERA-W = 1
              REWRITE REG-NFD100 INVALID KEY
                      MOVE ST-NFD100 TO GRCONV-ST
                      MOVE 1 TO GRCONV-RETORNO
              NOT INVALID KEY
                      ADD 1 TO GRCONV-QT-REG
              END-REWRITE.

       END PROGRAM GRCV007.
