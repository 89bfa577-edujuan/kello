       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP158.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Ponto unico do credito de cliente (CRD157/  *
                      *   CRD158), chamado pelo CRP157, pela venda    *
                      *   financiada (RCP117), pela importacao das    *
                      *   vendas de evento (RCP118) e pelo PIX        *
                      *   (CRP132):                                   *
                      *   - FUNCAO 1 (SALDO): devolve o saldo que o   *
                      *     cliente pode usar na data (credito com    *
                      *     saldo e ainda dentro da validade);        *
                      *   - FUNCAO 2 (LANCA): grava um credito novo   *
                      *     com a origem (CRP158-TIPO 1-pagto a maior *
                      *     2-duplicidade 3-devolucao 4-outros) e o   *
                      *     documento; validade zerada = data + 180   *
                      *     dias;                                     *
                      *   - FUNCAO 3 (USA): consome ate CRP158-VALOR  *
                      *     dos creditos mais antigos primeiro,       *
                      *     gravando cada uso no CRD158 amarrado ao   *
                      *     credito de origem (CRP158-TIPO = a        *
                      *     aplicacao do CRD158); devolve em          *
                      *     CRP158-VALOR o quanto foi usado.          *
                      *   CRP158-SALDO volta sempre com o saldo       *
                      *   disponivel depois da operacao.              *
                      *                                               *
                      *   01  PARAMETROS-CRP158                       *
                      *       05 CRP158-FUNCAO      PIC 9(001)        *
                      *       05 CRP158-EMPRESA     PIC X(003)        *
                      *       05 CRP158-CLASS       PIC 9(001)        *
                      *       05 CRP158-CLIENTE     PIC 9(008)        *
                      *       05 CRP158-DATA        PIC 9(008)        *
                      *       05 CRP158-VALOR       PIC 9(008)V99     *
                      *       05 CRP158-TIPO        PIC 9(001)        *
                      *       05 CRP158-DOCTO       PIC X(020)        *
                      *       05 CRP158-HISTORICO   PIC X(030)        *
                      *       05 CRP158-VALIDADE    PIC 9(008)        *
                      *       05 CRP158-USUARIO     PIC X(005)        *
                      *       05 CRP158-SALDO       PIC 9(010)V99     *
                      *       05 CRP158-RETORNO     PIC 9(001)        *
                      *          0-OK  1-SEM SALDO  2-ERRO DE ARQUIVO *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX157.
           COPY CRPX158.

       DATA DIVISION.
       FILE SECTION.
           COPY CRPW157.
           COPY CRPW158.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CRD157             PIC XX       VALUE SPACES.
           05  ST-CRD158             PIC XX       VALUE SPACES.
           05  PROX-SEQ-W            PIC 9(4)     VALUE ZEROS.
           05  PROX-USO-W            PIC 9(3)     VALUE ZEROS.
           05  FALTA-USAR-W          PIC 9(8)V99  VALUE ZEROS.
           05  USADO-W               PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-USO-W           PIC 9(8)V99  VALUE ZEROS.

       01  PARAMETROS-GRADAY1.
           05  DDMMAA.
               10  DD                PIC 9(2).
               10  MM                PIC 9(2).
               10  AA                PIC 9(4).
           05  GRDIAS-NUM-DIAS       PIC 9(4).

       01  DATA-INVERTE-W            PIC X(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD157       PIC X(60)    VALUE SPACES.
           05  PATH-CRD158       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       LINKAGE SECTION.
       01  PARAMETROS-CRP158.
           05  CRP158-FUNCAO      PIC 9(1).
           05  CRP158-EMPRESA     PIC X(3).
           05  CRP158-CLASS       PIC 9(1).
           05  CRP158-CLIENTE     PIC 9(8).
           05  CRP158-DATA        PIC 9(8).
           05  CRP158-VALOR       PIC 9(8)V99.
           05  CRP158-TIPO        PIC 9(1).
           05  CRP158-DOCTO       PIC X(20).
           05  CRP158-HISTORICO   PIC X(30).
           05  CRP158-VALIDADE    PIC 9(8).
           05  CRP158-USUARIO     PIC X(5).
           05  CRP158-SALDO       PIC 9(10)V99.
           05  CRP158-RETORNO     PIC 9(1).
               88  CRP158-OK               VALUE 0.
               88  CRP158-SEM-SALDO        VALUE 1.
               88  CRP158-ERRO             VALUE 2.

       PROCEDURE DIVISION USING PARAMETROS-CRP158.

       MAIN-PROCESS SECTION.
           MOVE 0 TO CRP158-RETORNO.
           PERFORM ABRE-ARQUIVOS.
           IF CRP158-ERRO
              GO TO MAIN-PROCESS-FIM.
           EVALUATE CRP158-FUNCAO
               WHEN 2 PERFORM LANCA-CREDITO
               WHEN 3 PERFORM USA-CREDITO
           END-EVALUATE.
           PERFORM SOMA-SALDO.
           CLOSE CRD157 CRD158.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

       ABRE-ARQUIVOS SECTION.
           MOVE CRP158-EMPRESA TO GRPATH-EMPRESA.
           MOVE "CRD157"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CRD157.
           MOVE "CRD158"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CRD158.
           OPEN I-O CRD157 CRD158.
           IF ST-CRD157 = "35"
              CLOSE CRD157      OPEN OUTPUT CRD157
              CLOSE CRD157      OPEN I-O CRD157.
           IF ST-CRD158 = "35"
              CLOSE CRD158      OPEN OUTPUT CRD158
              CLOSE CRD158      OPEN I-O CRD158.
           IF ST-CRD157 > "09" OR ST-CRD158 > "09"
              DISPLAY "ERRO ABERTURA CRD157/CRD158: " ST-CRD157
                      " " ST-CRD158
              CLOSE CRD157 CRD158
              MOVE ZEROS TO CRP158-SALDO
              MOVE 2 TO CRP158-RETORNO.

       SOMA-SALDO SECTION.
           MOVE ZEROS TO CRP158-SALDO.
           MOVE CRP158-CLASS   TO CLASS-CLIENTE-CR157.
           MOVE CRP158-CLIENTE TO CLIENTE-CR157.
           MOVE ZEROS          TO SEQ-CR157.
           START CRD157 KEY IS NOT LESS CHAVE-CR157 INVALID KEY
                 MOVE "10" TO ST-CRD157
           END-START.
           PERFORM UNTIL ST-CRD157 = "10"
              READ CRD157 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD157
              NOT AT END
                   IF CLASS-CLIENTE-CR157 NOT = CRP158-CLASS
                      OR CLIENTE-CR157 NOT = CRP158-CLIENTE
                      MOVE "10" TO ST-CRD157
                   ELSE
                      IF SITUACAO-CR157 = 0
                         AND VALIDADE-CR157 NOT < CRP158-DATA
                         ADD SALDO-CR157 TO CRP158-SALDO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD157.

       LANCA-CREDITO SECTION.
           IF CRP158-VALOR = ZEROS
              MOVE 1 TO CRP158-RETORNO
              GO TO LANCA-CREDITO-FIM.
           MOVE ZEROS TO PROX-SEQ-W.
           MOVE CRP158-CLASS   TO CLASS-CLIENTE-CR157.
           MOVE CRP158-CLIENTE TO CLIENTE-CR157.
           MOVE ZEROS          TO SEQ-CR157.
           START CRD157 KEY IS NOT LESS CHAVE-CR157 INVALID KEY
                 MOVE "10" TO ST-CRD157
           END-START.
           PERFORM UNTIL ST-CRD157 = "10"
              READ CRD157 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD157
              NOT AT END
                   IF CLASS-CLIENTE-CR157 NOT = CRP158-CLASS
                      OR CLIENTE-CR157 NOT = CRP158-CLIENTE
                      MOVE "10" TO ST-CRD157
                   ELSE
                      MOVE SEQ-CR157 TO PROX-SEQ-W
                   END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO PROX-SEQ-W.
           IF CRP158-VALIDADE = ZEROS
              PERFORM CALCULA-VALIDADE.
           INITIALIZE REG-CRD157.
           MOVE CRP158-CLASS     TO CLASS-CLIENTE-CR157.
           MOVE CRP158-CLIENTE   TO CLIENTE-CR157.
           MOVE PROX-SEQ-W       TO SEQ-CR157.
           MOVE CRP158-DATA      TO DATA-CR157.
           MOVE CRP158-TIPO      TO ORIGEM-CR157.
           MOVE CRP158-DOCTO     TO DOCTO-ORIGEM-CR157.
           MOVE CRP158-HISTORICO TO HISTORICO-CR157.
           MOVE CRP158-VALOR     TO VALOR-CR157 SALDO-CR157.
           MOVE CRP158-VALIDADE  TO VALIDADE-CR157.
           MOVE 0                TO SITUACAO-CR157.
           MOVE CRP158-USUARIO   TO USUARIO-CR157.
           WRITE REG-CRD157 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CRD157: " ST-CRD157
                 MOVE 2 TO CRP158-RETORNO
           END-WRITE.
       LANCA-CREDITO-FIM.
           CONTINUE.

      *    validade padrao: 180 dias corridos da data do credito
       CALCULA-VALIDADE SECTION.
           MOVE CRP158-DATA TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DDMMAA.
           MOVE 180 TO GRDIAS-NUM-DIAS.
           CALL "GRADAY1" USING PARAMETROS-GRADAY1.
           MOVE DDMMAA TO DATA-INVERTE-W.
           CALL "GRIDAT2" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO CRP158-VALIDADE.

      *    usa os creditos mais antigos primeiro (ordem de SEQ), so
      *    os que tem saldo e estao na validade
       USA-CREDITO SECTION.
           MOVE CRP158-VALOR TO FALTA-USAR-W.
           MOVE ZEROS        TO USADO-W.
           MOVE CRP158-CLASS   TO CLASS-CLIENTE-CR157.
           MOVE CRP158-CLIENTE TO CLIENTE-CR157.
           MOVE ZEROS          TO SEQ-CR157.
           START CRD157 KEY IS NOT LESS CHAVE-CR157 INVALID KEY
                 MOVE "10" TO ST-CRD157
           END-START.
           PERFORM UNTIL ST-CRD157 = "10" OR FALTA-USAR-W = ZEROS
              READ CRD157 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD157
              NOT AT END
                   IF CLASS-CLIENTE-CR157 NOT = CRP158-CLASS
                      OR CLIENTE-CR157 NOT = CRP158-CLIENTE
                      MOVE "10" TO ST-CRD157
                   ELSE
                      IF SITUACAO-CR157 = 0
                         AND SALDO-CR157 > ZEROS
                         AND VALIDADE-CR157 NOT < CRP158-DATA
                         PERFORM USA-UM-CREDITO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD157.
           MOVE USADO-W TO CRP158-VALOR.
           IF USADO-W = ZEROS
              MOVE 1 TO CRP158-RETORNO.

       USA-UM-CREDITO SECTION.
           IF SALDO-CR157 > FALTA-USAR-W
              MOVE FALTA-USAR-W TO VALOR-USO-W
           ELSE
              MOVE SALDO-CR157  TO VALOR-USO-W.
           SUBTRACT VALOR-USO-W FROM SALDO-CR157 FALTA-USAR-W.
           ADD VALOR-USO-W TO USADO-W.
           IF SALDO-CR157 = ZEROS
              MOVE 1 TO SITUACAO-CR157.
           REWRITE REG-CRD157 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD157: " ST-CRD157
           END-REWRITE.
           PERFORM PROXIMO-USO.
           INITIALIZE REG-CRD158.
           MOVE CLASS-CLIENTE-CR157 TO CLASS-CLIENTE-CR158.
           MOVE CLIENTE-CR157       TO CLIENTE-CR158.
           MOVE SEQ-CR157           TO SEQ-CR158.
           MOVE PROX-USO-W          TO SEQ-USO-CR158.
           MOVE CRP158-DATA         TO DATA-USO-CR158.
           MOVE CRP158-TIPO         TO APLICACAO-CR158.
           MOVE CRP158-DOCTO        TO DOCTO-DESTINO-CR158.
           MOVE VALOR-USO-W         TO VALOR-CR158.
           MOVE CRP158-USUARIO      TO USUARIO-CR158.
           WRITE REG-CRD158 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CRD158: " ST-CRD158
           END-WRITE.

       PROXIMO-USO SECTION.
           MOVE ZEROS TO PROX-USO-W.
           MOVE CLASS-CLIENTE-CR157 TO CLASS-CLIENTE-CR158.
           MOVE CLIENTE-CR157       TO CLIENTE-CR158.
           MOVE SEQ-CR157           TO SEQ-CR158.
           MOVE ZEROS               TO SEQ-USO-CR158.
           START CRD158 KEY IS NOT LESS CHAVE-CR158 INVALID KEY
                 MOVE "10" TO ST-CRD158
           END-START.
           PERFORM UNTIL ST-CRD158 = "10"
              READ CRD158 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD158
              NOT AT END
                   IF CLASS-CLIENTE-CR158 NOT = CLASS-CLIENTE-CR157
                      OR CLIENTE-CR158 NOT = CLIENTE-CR157
                      OR SEQ-CR158 NOT = SEQ-CR157
                      MOVE "10" TO ST-CRD158
                   ELSE
                      MOVE SEQ-USO-CR158 TO PROX-USO-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD158.
           ADD 1 TO PROX-USO-W.

       END PROGRAM CRP158.
