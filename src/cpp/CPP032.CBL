       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPP032.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Oferta de adiantamento na digitacao do      *
                      *   contas a pagar: ao gravar uma nota nova, a  *
                      *   tela (e os geradores CPP027/CPP030) chamam  *
                      *   este ponto unico, que soma os adiantamentos *
                      *   do fornecedor (CPD040) ja pagos e com saldo *
                      *   a compensar, e devolve:                     *
                      *   1 = TEM ADIANTAMENTO - oferecer a           *
                      *       compensacao (CPP035);                   *
                      *   0 = NADA A COMPENSAR.                       *
                      *   CPP032-MESMO-PLANO conta os adiantamentos   *
                      *   vinculados ao mesmo plano PRD105 da nota    *
                      *   (zeros = nota sem plano).                   *
                      *                                               *
                      *   01  PARAMETROS-CPP032                       *
                      *       05 CPP032-EMPRESA     PIC X(003)        *
                      *       05 CPP032-FORNEC      PIC 9(006)        *
                      *       05 CPP032-PLANO       PIC X(014)        *
                      *       05 CPP032-QTDE        PIC 9(003)        *
                      *       05 CPP032-MESMO-PLANO PIC 9(003)        *
                      *       05 CPP032-SALDO       PIC 9(010)V99     *
                      *       05 CPP032-RETORNO     PIC 9(001)        *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX040.

       DATA DIVISION.
       FILE SECTION.
           COPY CPPW020.
           COPY CPPW040.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD040             PIC XX       VALUE SPACES.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD040       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       LINKAGE SECTION.
       01  PARAMETROS-CPP032.
           05  CPP032-EMPRESA     PIC X(3).
           05  CPP032-FORNEC      PIC 9(6).
           05  CPP032-PLANO       PIC X(14).
           05  CPP032-QTDE        PIC 9(3).
           05  CPP032-MESMO-PLANO PIC 9(3).
           05  CPP032-SALDO       PIC 9(10)V99.
           05  CPP032-RETORNO     PIC 9(1).
               88  CPP032-NADA             VALUE 0.
               88  CPP032-TEM-ADIANT       VALUE 1.

       PROCEDURE DIVISION USING PARAMETROS-CPP032.

       MAIN-PROCESS SECTION.
           MOVE 0     TO CPP032-RETORNO.
           MOVE ZEROS TO CPP032-QTDE CPP032-MESMO-PLANO CPP032-SALDO.
           MOVE CPP032-EMPRESA TO GRPATH-EMPRESA.
           MOVE "CPD020"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CPD020.
           MOVE "CPD040"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CPD040.
           OPEN INPUT CPD040.
           IF ST-CPD040 > "09"
              GO TO MAIN-PROCESS-FIM.
           OPEN INPUT CPD020.
           IF ST-CPD020 > "09"
              CLOSE CPD040
              GO TO MAIN-PROCESS-FIM.
           MOVE CPP032-FORNEC TO FORNEC-CP40.
           MOVE ZEROS         TO SEQ-CP20-CP40.
           START CPD040 KEY IS NOT LESS CHAVE-CP40 INVALID KEY
                 MOVE "10" TO ST-CPD040
           END-START.
           PERFORM UNTIL ST-CPD040 = "10"
              READ CPD040 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD040
              NOT AT END
                   IF FORNEC-CP40 NOT = CPP032-FORNEC
                      MOVE "10" TO ST-CPD040
                   ELSE
                      IF SITUACAO-CP40 = 0 AND SALDO-CP40 > ZEROS
                         PERFORM TESTA-ADIANTAMENTO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CPD020 CPD040.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

      *    adiantamento ainda nao pago nao tem o que compensar
       TESTA-ADIANTAMENTO SECTION.
           MOVE FORNEC-CP40   TO FORNEC-CP20.
           MOVE SEQ-CP20-CP40 TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE ZEROS TO SITUACAO-CP20
           END-READ.
           IF SITUACAO-CP20 = 2
              MOVE 1 TO CPP032-RETORNO
              ADD 1          TO CPP032-QTDE
              ADD SALDO-CP40 TO CPP032-SALDO
              IF TIPO-VINCULO-CP40 = 1
                 AND NR-PLAN-CP40 = CPP032-PLANO
                 ADD 1 TO CPP032-MESMO-PLANO.

       END PROGRAM CPP032.
