       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRCV009.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Conversao CAD027 versao 1: GESTOR-CA027     *
                      *   (CAP026) saiu do FILLER, que nas            *
                      *   atribuicoes antigas tem brancos - zera onde *
                      *   nao for numerico (sem gestor). O CAD027 e   *
                      *   unico (pasta PADRAO): a primeira empresa    *
                      *   converte e nas demais nada mais muda.       *
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
           COPY CAPX027.

       DATA DIVISION.
       FILE SECTION.
           COPY CAPW027.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CAD027             PIC XX       VALUE SPACES.
           05  ALTERA-W              PIC 9        VALUE ZEROS.

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
           OPEN I-O CAD027.
           IF ST-CAD027 > "09"
              MOVE ST-CAD027 TO GRCONV-ST
              MOVE 1 TO GRCONV-RETORNO
              GO TO MAIN-PROCESS-FIM.
           INITIALIZE REG-CAD027.
           START CAD027 KEY IS NOT LESS USUARIO-CA027 INVALID KEY
                 MOVE "10" TO ST-CAD027
           END-START.
           PERFORM UNTIL ST-CAD027 = "10" OR GRCONV-RETORNO = 1
              READ CAD027 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD027
              NOT AT END
                   PERFORM CONVERTE-ATRIBUICAO
              END-READ
           END-PERFORM.
           CLOSE CAD027.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

       CONVERTE-ATRIBUICAO SECTION.
           MOVE ZEROS TO ALTERA-W.
           IF GESTOR-CA027 NOT NUMERIC
              MOVE ZEROS TO GESTOR-CA027
              MOVE 1 TO ALTERA-W.
           IF ALTERA-W = 1
              REWRITE REG-CAD027 INVALID KEY
                      MOVE ST-CAD027 TO GRCONV-ST
                      MOVE 1 TO GRCONV-RETORNO
              NOT INVALID KEY
                      ADD 1 TO GRCONV-QT-REG
              END-REWRITE.

       END PROGRAM GRCV009.
