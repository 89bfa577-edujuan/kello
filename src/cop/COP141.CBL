       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COP141.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Diz se o contrato (ou um aditivo) esta      *
                      *   assinado por todos os signatarios do envio  *
                      *   eletronico COD140 (COP140), p/ que toda     *
                      *   rotina que poe o contrato em producao ou    *
                      *   mexe no cronograma COD050 (COP121, COP122,  *
                      *   COP123) use o mesmo ponto de verificacao.   *
                      *   Sem envio no COD140 vale a assinatura em    *
                      *   papel informada pelo chamador (contrato     *
                      *   anterior a assinatura eletronica).          *
                      *                                               *
                      *   Formato: CALL "COP141" USING PARAMETROS-    *
                      *            COP141                             *
                      *                                               *
                      *   01  PARAMETROS-COP141                       *
                      *       05 COP141-EMPRESA      PIC X(003)       *
                      *       05 COP141-CONTRATO     PIC 9(004)       *
                      *       05 COP141-TIPO-DOC     PIC 9(001)       *
                      *          1-CONTRATO  2-ADITIVO                *
                      *       05 COP141-VERSAO       PIC 9(003)       *
                      *       05 COP141-DATA-PAPEL   PIC 9(008)       *
                      *          ASSINATURA-CO40 / DATA-ASSINATURA-   *
                      *          CO121 do registro do chamador        *
                      *       05 COP141-DATA-ASSIN   PIC 9(008)       *
                      *       05 COP141-RETORNO      PIC 9(001)       *
                      *          0-ASSINADO  1-AGUARDANDO ASSINATURA  *
                      *          2-RECUSADO  3-NAO ENVIADO            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX140.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW140.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-COD140            PIC XX       VALUE SPACES.
           05  ACHOU-W              PIC 9        VALUE ZEROS.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA       PIC X(3).
           05  GRPATH-ARQUIVO       PIC X(8).
           05  GRPATH-CAMINHO       PIC X(60).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-COD140          PIC X(60)    VALUE SPACES.

       LINKAGE SECTION.

       01  PARAMETROS-COP141.
           05  COP141-EMPRESA       PIC X(3).
           05  COP141-CONTRATO      PIC 9(4).
           05  COP141-TIPO-DOC      PIC 9(1).
           05  COP141-VERSAO        PIC 9(3).
           05  COP141-DATA-PAPEL    PIC 9(8).
           05  COP141-DATA-ASSIN    PIC 9(8).
           05  COP141-RETORNO       PIC 9(1).
               88  COP141-ASSINADO              VALUE 0.
               88  COP141-AGUARDANDO            VALUE 1.
               88  COP141-RECUSADO              VALUE 2.
               88  COP141-NAO-ENVIADO           VALUE 3.

       PROCEDURE DIVISION USING PARAMETROS-COP141.

       MAIN-PROCESS SECTION.
           MOVE ZEROS TO COP141-DATA-ASSIN.
           MOVE 3     TO COP141-RETORNO.
           MOVE 0     TO ACHOU-W.

           MOVE COP141-EMPRESA TO GRPATH-EMPRESA.
           MOVE "COD140"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD140.

           OPEN INPUT COD140.
           IF ST-COD140 = "00"
              MOVE COP141-CONTRATO TO NR-CONTRATO-CO140
              MOVE COP141-TIPO-DOC TO TIPO-DOC-CO140
              MOVE COP141-VERSAO   TO VERSAO-CO140
              READ COD140 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE 1 TO ACHOU-W
                   EVALUATE SITUACAO-CO140
                       WHEN 2
                            MOVE 0 TO COP141-RETORNO
                            MOVE DATA-CONCLUSAO-CO140
                                 TO COP141-DATA-ASSIN
                       WHEN 8
                            MOVE 2 TO COP141-RETORNO
                       WHEN OTHER
                            MOVE 1 TO COP141-RETORNO
                   END-EVALUATE
              END-READ
              CLOSE COD140
           END-IF.

           IF ACHOU-W = 0
              AND COP141-DATA-PAPEL > ZEROS
              MOVE 0                 TO COP141-RETORNO
              MOVE COP141-DATA-PAPEL TO COP141-DATA-ASSIN.

           EXIT PROGRAM.

       END PROGRAM COP141.
