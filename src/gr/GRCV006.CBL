       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRCV006.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Conversao LBD107 versao 1: ORIGEM-LB107 e   *
                      *   PEDIDO-REPOS-LB107 (MTP064) sairam do       *
                      *   FILLER, que nas OS antigas tem brancos -    *
                      *   zera o pedido onde nao for numerico; a      *
                      *   origem em branco ja e a OS da venda e so    *
                      *   e limpa se vier diferente de R.             *
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
           COPY LBPX107.

       DATA DIVISION.
       FILE SECTION.
           COPY LBPW107.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-LBD107             PIC XX       VALUE SPACES.
           05  ALTERA-W              PIC 9        VALUE ZEROS.

       01  PATH-LBD107               PIC X(60)    VALUE SPACES.

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
           MOVE "LBD107"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-LBD107.
           OPEN I-O LBD107.
           IF ST-LBD107 > "09"
              MOVE ST-LBD107 TO GRCONV-ST
              MOVE 1 TO GRCONV-RETORNO
              GO TO MAIN-PROCESS-FIM.
           INITIALIZE REG-LBD107.
           START LBD107 KEY IS NOT LESS OS-LB107 INVALID KEY
                 MOVE "10" TO ST-LBD107
           END-START.
           PERFORM UNTIL ST-LBD107 = "10" OR GRCONV-RETORNO = 1
              READ LBD107 NEXT RECORD AT END
                   MOVE "10" TO ST-LBD107
              NOT AT END
                   PERFORM CONVERTE-OS
              END-READ
           END-PERFORM.
           CLOSE LBD107.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

       CONVERTE-OS SECTION.
           MOVE ZEROS TO ALTERA-W.
           IF PEDIDO-REPOS-LB107 NOT NUMERIC
              MOVE ZEROS TO PEDIDO-REPOS-LB107
              MOVE 1 TO ALTERA-W.
           IF ORIGEM-LB107 NOT = SPACE AND NOT = "R"
              MOVE SPACE TO ORIGEM-LB107
              MOVE 1 TO ALTERA-W.
           IF ALTERA-W = 1
              REWRITE REG-LBD107 INVALID KEY
                      MOVE ST-LBD107 TO GRCONV-ST
                      MOVE 1 TO GRCONV-RETORNO
              NOT INVALID KEY
                      ADD 1 TO GRCONV-QT-REG
              END-REWRITE.

       END PROGRAM GRCV006.
