       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRCV008.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Conversao PRD107 versao 1: COMBUST-CARTAO-  *
                      *   PR107 (PRP107) saiu do FILLER, que nos      *
                      *   diarios antigos tem branco - zera onde nao  *
                      *   for numerico (combustivel digitado).        *
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
           COPY PRPX107.

       DATA DIVISION.
       FILE SECTION.
           COPY PRPW107.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-PRD107             PIC XX       VALUE SPACES.
           05  ALTERA-W              PIC 9        VALUE ZEROS.

       01  PATH-PRD107               PIC X(60)    VALUE SPACES.

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
           MOVE "PRD107"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-PRD107.
           OPEN I-O PRD107.
           IF ST-PRD107 > "09"
              MOVE ST-PRD107 TO GRCONV-ST
              MOVE 1 TO GRCONV-RETORNO
              GO TO MAIN-PROCESS-FIM.
           INITIALIZE REG-PRD107.
           START PRD107 KEY IS NOT LESS CHAVE-PR107 INVALID KEY
                 MOVE "10" TO ST-PRD107
           END-START.
           PERFORM UNTIL ST-PRD107 = "10" OR GRCONV-RETORNO = 1
              READ PRD107 NEXT RECORD AT END
                   MOVE "10" TO ST-PRD107
              NOT AT END
                   PERFORM CONVERTE-DIARIO
              END-READ
           END-PERFORM.
           CLOSE PRD107.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

       CONVERTE-DIARIO SECTION.
           MOVE ZEROS TO ALTERA-W.
           IF COMBUST-CARTAO-PR107 NOT NUMERIC
              MOVE ZEROS TO COMBUST-CARTAO-PR107
              MOVE 1 TO ALTERA-W.
           IF ALTERA-W = 1
              REWRITE REG-PRD107 INVALID KEY
                      MOVE ST-PRD107 TO GRCONV-ST
                      MOVE 1 TO GRCONV-RETORNO
              NOT INVALID KEY
                      ADD 1 TO GRCONV-QT-REG
              END-REWRITE.

       END PROGRAM GRCV008.
