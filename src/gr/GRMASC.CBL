       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRMASC.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Mascara de dado pessoal em relatorio        *
                      *   impresso (LGPD): CPF e dado bancario so     *
                      *   saem por inteiro p/ o usuario que tem o     *
                      *   direito de chefe no GED001 ("LGPD-CPF" /    *
                      *   "LGPD-BANCO" - entram pelo perfil de        *
                      *   acesso do CAP025, item tipo 3).             *
                      *                                               *
                      *   Funcao 1 le os direitos uma vez no inicio   *
                      *   do relatorio; funcoes 2 e 3 mascaram o      *
                      *   campo a cada linha, sem acesso a arquivo.   *
                      *                                               *
                      *   Formato: CALL "GRMASC" USING PARAMETROS-    *
                      *            GRMASC                             *
                      *                                               *
                      *   01  PARAMETROS-GRMASC                       *
                      *       05 GRMASC-EMPRESA    PIC X(003)         *
                      *       05 GRMASC-USUARIO    PIC 9(003)         *
                      *          codigo do usuario (CAD002)           *
                      *       05 GRMASC-FUNCAO     PIC 9(001)         *
                      *          1-CARREGA DIREITOS  2-CPF            *
                      *          3-DADO BANCARIO                      *
                      *       05 GRMASC-VE-CPF     PIC 9(001)         *
                      *       05 GRMASC-VE-BANCO   PIC 9(001)         *
                      *          0-MASCARA  1-VE POR INTEIRO          *
                      *       05 GRMASC-CAMPO      PIC X(020)         *
                      *          CPF: 11 digitos a esquerda, volta    *
                      *          ***999999** (mesma largura)          *
                      *          BANCO: so os 2 ultimos caracteres    *
                      *          preenchidos ficam visiveis           *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GERX001.

       DATA DIVISION.
       FILE SECTION.
       COPY GERW001.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-GED001            PIC XX       VALUE SPACES.
           05  I                    PIC 9(2)     VALUE ZEROS.
           05  VISIVEIS-W           PIC 9(2)     VALUE ZEROS.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA       PIC X(3).
           05  GRPATH-ARQUIVO       PIC X(8).
           05  GRPATH-CAMINHO       PIC X(60).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-GED001          PIC X(60)    VALUE SPACES.

       LINKAGE SECTION.

       01  PARAMETROS-GRMASC.
           05  GRMASC-EMPRESA       PIC X(3).
           05  GRMASC-USUARIO       PIC 9(3).
           05  GRMASC-FUNCAO        PIC 9(1).
           05  GRMASC-VE-CPF        PIC 9(1).
           05  GRMASC-VE-BANCO      PIC 9(1).
           05  GRMASC-CAMPO         PIC X(20).

       PROCEDURE DIVISION USING PARAMETROS-GRMASC.

       MAIN-PROCESS SECTION.
           EVALUATE GRMASC-FUNCAO
               WHEN 1 PERFORM CARREGA-DIREITOS
               WHEN 2 PERFORM MASCARA-CPF
               WHEN 3 PERFORM MASCARA-BANCO
           END-EVALUATE.
           EXIT PROGRAM.

       CARREGA-DIREITOS SECTION.
           MOVE ZEROS TO GRMASC-VE-CPF GRMASC-VE-BANCO.
           MOVE GRMASC-EMPRESA TO GRPATH-EMPRESA.
           MOVE "GED001"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GED001.
           OPEN INPUT GED001.
           IF ST-GED001 NOT = "00"
              GO TO CARREGA-DIREITOS-FIM.
           MOVE GRMASC-USUARIO TO USUARIO-GE01.
           MOVE "LGPD-CPF"     TO PROGRAMA-GE01.
           READ GED001 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO GRMASC-VE-CPF
           END-READ.
           MOVE GRMASC-USUARIO TO USUARIO-GE01.
           MOVE "LGPD-BANCO"   TO PROGRAMA-GE01.
           READ GED001 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO GRMASC-VE-BANCO
           END-READ.
           CLOSE GED001.
       CARREGA-DIREITOS-FIM.
           CONTINUE.

      *    ***456789** : some o inicio e o digito verificador
       MASCARA-CPF SECTION.
           IF GRMASC-VE-CPF = 1
              GO TO MASCARA-CPF-FIM.
           IF GRMASC-CAMPO (1: 11) = ZEROS OR SPACES
              GO TO MASCARA-CPF-FIM.
           MOVE "***" TO GRMASC-CAMPO (1: 3).
           MOVE "**"  TO GRMASC-CAMPO (10: 2).
       MASCARA-CPF-FIM.
           CONTINUE.

       MASCARA-BANCO SECTION.
           IF GRMASC-VE-BANCO = 1
              GO TO MASCARA-BANCO-FIM.
           MOVE ZEROS TO VISIVEIS-W.
           PERFORM VARYING I FROM 20 BY -1 UNTIL I < 1
              IF GRMASC-CAMPO (I: 1) NOT = SPACE
                 IF VISIVEIS-W < 2
                    ADD 1 TO VISIVEIS-W
                 ELSE
                    MOVE "*" TO GRMASC-CAMPO (I: 1)
                 END-IF
              END-IF
           END-PERFORM.
       MASCARA-BANCO-FIM.
           CONTINUE.

       END PROGRAM GRMASC.
