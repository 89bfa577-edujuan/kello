       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRCV004.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Conversao COD121 versao 1: DATA-ASSINATURA- *
                      *   CO121 (COP140) saiu do FILLER, que nos      *
                      *   aditivos antigos tem brancos - zera onde    *
                      *   nao for numerica (aditivo nao assinado      *
                      *   eletronicamente).                           *
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
           COPY COPX121.

       DATA DIVISION.
       FILE SECTION.
           COPY COPW121.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-COD121             PIC XX       VALUE SPACES.
           05  ALTERA-W              PIC 9        VALUE ZEROS.

       01  PATH-COD121               PIC X(60)    VALUE SPACES.

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
           MOVE "COD121"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD121.
           OPEN I-O COD121.
           IF ST-COD121 > "09"
              MOVE ST-COD121 TO GRCONV-ST
              MOVE 1 TO GRCONV-RETORNO
              GO TO MAIN-PROCESS-FIM.
           INITIALIZE REG-COD121.
           START COD121 KEY IS NOT LESS CHAVE-CO121 INVALID KEY
                 MOVE "10" TO ST-COD121
           END-START.
           PERFORM UNTIL ST-COD121 = "10" OR GRCONV-RETORNO = 1
              READ COD121 NEXT RECORD AT END
                   MOVE "10" TO ST-COD121
              NOT AT END
                   PERFORM CONVERTE-ADITIVO
              END-READ
           END-PERFORM.
           CLOSE COD121.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

       CONVERTE-ADITIVO SECTION.
           MOVE ZEROS TO ALTERA-W.
           IF DATA-ASSINATURA-CO121 NOT NUMERIC
              MOVE ZEROS TO DATA-ASSINATURA-CO121
              MOVE 1 TO ALTERA-W.
           IF ALTERA-W = 1
              REWRITE REG-COD121 INVALID KEY
                      MOVE ST-COD121 TO GRCONV-ST
                      MOVE 1 TO GRCONV-RETORNO
              NOT INVALID KEY
                      ADD 1 TO GRCONV-QT-REG
              END-REWRITE.

       END PROGRAM GRCV004.
