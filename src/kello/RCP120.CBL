       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCP120.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Alcada de desconto na venda de album,       *
                      *   chamado por quem grava/corrige a venda      *
                      *   RCD100 (MTP048, RCP121) e por quem so pode  *
                      *   seguir com venda liberada (RCP116 carne,    *
                      *   LBP107 OS do laboratorio):                  *
                      *   - FUNCAO 1 (AVALIA): compara o total da     *
                      *     venda com o preco minimo da alcada do     *
                      *     vendedor (RCD120) - tabela menos a faixa  *
                      *     RCD112 menos o % do vendedor. Com         *
                      *     desconto grava o RCD121: dentro da        *
                      *     alcada (SITUACAO 3) ou pendente de        *
                      *     aprovacao do chefe no RCP121 (0). Sem     *
                      *     desconto nada fica registrado;            *
                      *   - FUNCAO 2 (CONSULTA): diz se a venda do    *
                      *     album esta liberada - pendente ou         *
                      *     rejeitada fica bloqueada. Achando o       *
                      *     RCD121 devolve vendedor, tabela, faixa e  *
                      *     total registrados.                        *
                      *                                               *
                      *   01  PARAMETROS-RCP120                       *
                      *       05 RCP120-FUNCAO      PIC 9(001)        *
                      *       05 RCP120-EMPRESA     PIC X(003)        *
                      *       05 RCP120-ALBUM       PIC 9(008)        *
                      *       05 RCP120-VENDEDOR    PIC 9(006)        *
                      *       05 RCP120-DATA-VENDA  PIC 9(008)        *
                      *       05 RCP120-PRECO-LISTA PIC 9(008)V99     *
                      *       05 RCP120-PERC-FAIXA  PIC 9(003)V99     *
                      *       05 RCP120-TOTAL-VENDA PIC 9(008)V99     *
                      *       05 RCP120-USUARIO     PIC X(005)        *
                      *       05 RCP120-PERC-MAX    PIC 9(003)V99     *
                      *       05 RCP120-PRECO-MIN   PIC 9(008)V99     *
                      *       05 RCP120-SITUACAO    PIC 9(001)        *
                      *          situacao do RCD121 (9 = sem desconto)*
                      *       05 RCP120-RETORNO     PIC 9(001)        *
                      *          0-LIBERADA  1-BLOQUEADA              *
                      *          2-ERRO DE ARQUIVO                    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RCPX120.
           COPY RCPX121.

       DATA DIVISION.
       FILE SECTION.
           COPY RCPW120.
           COPY RCPW121.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-RCD120             PIC XX       VALUE SPACES.
           05  ST-RCD121             PIC XX       VALUE SPACES.
           05  TEM-RCD120-W          PIC 9        VALUE ZEROS.
           05  TEM-RCD121-W          PIC 9        VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  PERFIL-W              PIC 9(6)     VALUE ZEROS.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-RCD120       PIC X(60)    VALUE SPACES.
           05  PATH-RCD121       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       LINKAGE SECTION.
       01  PARAMETROS-RCP120.
           05  RCP120-FUNCAO      PIC 9(1).
           05  RCP120-EMPRESA     PIC X(3).
           05  RCP120-ALBUM       PIC 9(8).
           05  RCP120-VENDEDOR    PIC 9(6).
           05  RCP120-DATA-VENDA  PIC 9(8).
           05  RCP120-PRECO-LISTA PIC 9(8)V99.
           05  RCP120-PERC-FAIXA  PIC 9(3)V99.
           05  RCP120-TOTAL-VENDA PIC 9(8)V99.
           05  RCP120-USUARIO     PIC X(5).
           05  RCP120-PERC-MAX    PIC 9(3)V99.
           05  RCP120-PRECO-MIN   PIC 9(8)V99.
           05  RCP120-SITUACAO    PIC 9(1).
           05  RCP120-RETORNO     PIC 9(1).
               88  RCP120-LIBERADA         VALUE 0.
               88  RCP120-BLOQUEADA        VALUE 1.
               88  RCP120-ERRO             VALUE 2.

       PROCEDURE DIVISION USING PARAMETROS-RCP120.

       MAIN-PROCESS SECTION.
           MOVE 0 TO RCP120-RETORNO.
           MOVE 9 TO RCP120-SITUACAO.
           PERFORM ABRE-ARQUIVOS.
           IF RCP120-ERRO
              GO TO MAIN-PROCESS-FIM.
           EVALUATE RCP120-FUNCAO
               WHEN 1 PERFORM AVALIA-VENDA
               WHEN 2 PERFORM CONSULTA-VENDA
           END-EVALUATE.
           IF TEM-RCD120-W = 1
              CLOSE RCD120.
           IF TEM-RCD121-W = 1
              CLOSE RCD121.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

      *    na consulta, sem RCD121 ainda nenhuma venda esta bloqueada
       ABRE-ARQUIVOS SECTION.
           MOVE ZEROS TO TEM-RCD120-W TEM-RCD121-W.
           MOVE RCP120-EMPRESA TO GRPATH-EMPRESA.
           MOVE "RCD120"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD120.
           MOVE "RCD121"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD121.
           IF RCP120-FUNCAO = 2
              OPEN INPUT RCD121
              IF ST-RCD121 < "10"
                 MOVE 1 TO TEM-RCD121-W
              END-IF
              GO TO ABRE-ARQUIVOS-FIM.
           OPEN INPUT RCD120.
           IF ST-RCD120 < "10"
              MOVE 1 TO TEM-RCD120-W.
           OPEN I-O RCD121.
           IF ST-RCD121 = "35"
              CLOSE RCD121      OPEN OUTPUT RCD121
              CLOSE RCD121      OPEN I-O RCD121.
           IF ST-RCD121 > "09"
              DISPLAY "ERRO ABERTURA RCD121: " ST-RCD121
              MOVE 2 TO RCP120-RETORNO
              IF TEM-RCD120-W = 1
                 CLOSE RCD120
              END-IF
           ELSE
              MOVE 1 TO TEM-RCD121-W.
       ABRE-ARQUIVOS-FIM.
           CONTINUE.

       AVALIA-VENDA SECTION.
           MOVE ZEROS TO RCP120-PERC-MAX RCP120-PRECO-MIN.
           MOVE RCP120-ALBUM TO ALBUM-RC121.
           MOVE ZEROS TO ACHOU-W.
           READ RCD121 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
           END-READ.
      *    sem desconto sobre a tabela nao ha o que aprovar; se a
      *    venda foi corrigida p/ o preco cheio, sai da fila
           IF RCP120-PRECO-LISTA = ZEROS
              OR RCP120-TOTAL-VENDA NOT < RCP120-PRECO-LISTA
              IF ACHOU-W = 1
                 DELETE RCD121 INVALID KEY
                        CONTINUE
                 END-DELETE
              END-IF
              GO TO AVALIA-VENDA-FIM.
           PERFORM BUSCA-ALCADA.
           IF ACHOU-W = 0
              INITIALIZE REG-RCD121
              MOVE RCP120-ALBUM TO ALBUM-RC121.
           COMPUTE CONTRATO-RC121 = RCP120-ALBUM / 10000.
           MOVE RCP120-VENDEDOR    TO VENDEDOR-RC121.
           MOVE RCP120-DATA-VENDA  TO DATA-VENDA-RC121.
           MOVE RCP120-PRECO-LISTA TO PRECO-LISTA-RC121.
           MOVE RCP120-PERC-FAIXA  TO PERC-FAIXA-RC121.
           MOVE RCP120-PERC-MAX    TO PERC-MAX-RC121.
           COMPUTE PRECO-MINIMO-RC121 ROUNDED = RCP120-PRECO-LISTA
                 * (100 - RCP120-PERC-FAIXA) / 100
                 * (100 - RCP120-PERC-MAX) / 100.
           MOVE PRECO-MINIMO-RC121 TO RCP120-PRECO-MIN.
           MOVE RCP120-TOTAL-VENDA TO TOTAL-VENDA-RC121.
           COMPUTE DESCONTO-VLR-RC121 = RCP120-PRECO-LISTA
                 - RCP120-TOTAL-VENDA.
           COMPUTE DESCONTO-PERC-RC121 ROUNDED =
                   DESCONTO-VLR-RC121 * 100 / RCP120-PRECO-LISTA.
           MOVE RCP120-USUARIO TO USUARIO-VENDA-RC121.
           MOVE ZEROS          TO APROVADOR-RC121 DATA-DECISAO-RC121.
           MOVE SPACES         TO OBS-DECISAO-RC121.
           IF RCP120-TOTAL-VENDA < PRECO-MINIMO-RC121
              MOVE 0 TO SITUACAO-RC121
              MOVE 1 TO RCP120-RETORNO
           ELSE
              MOVE 3 TO SITUACAO-RC121.
           MOVE SITUACAO-RC121 TO RCP120-SITUACAO.
           IF ACHOU-W = 1
              REWRITE REG-RCD121 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO RCD121: " ST-RCD121
                      MOVE 2 TO RCP120-RETORNO
              END-REWRITE
           ELSE
              WRITE REG-RCD121 INVALID KEY
                    DISPLAY "ERRO GRAVANDO RCD121: " ST-RCD121
                    MOVE 2 TO RCP120-RETORNO
              END-WRITE.
       AVALIA-VENDA-FIM.
           CONTINUE.

      *    % do proprio vendedor; zerado ou sem cadastro, o do perfil
       BUSCA-ALCADA SECTION.
           MOVE ZEROS TO RCP120-PERC-MAX PERFIL-W.
           IF TEM-RCD120-W = 0
              GO TO BUSCA-ALCADA-FIM.
           MOVE 2               TO TIPO-RC120.
           MOVE RCP120-VENDEDOR TO CODIGO-RC120.
           READ RCD120 INVALID KEY
                MOVE ZEROS TO PERC-MAX-RC120 PERFIL-RC120
           END-READ.
           IF PERC-MAX-RC120 > ZEROS
              MOVE PERC-MAX-RC120 TO RCP120-PERC-MAX
              GO TO BUSCA-ALCADA-FIM.
           MOVE PERFIL-RC120 TO PERFIL-W.
           MOVE 1            TO TIPO-RC120.
           MOVE PERFIL-W     TO CODIGO-RC120.
           READ RCD120 INVALID KEY
                MOVE ZEROS TO PERC-MAX-RC120
           END-READ.
           MOVE PERC-MAX-RC120 TO RCP120-PERC-MAX.
       BUSCA-ALCADA-FIM.
           CONTINUE.

       CONSULTA-VENDA SECTION.
           IF TEM-RCD121-W = 0
              GO TO CONSULTA-VENDA-FIM.
           MOVE RCP120-ALBUM TO ALBUM-RC121.
           READ RCD121 INVALID KEY
                GO TO CONSULTA-VENDA-FIM
           END-READ.
           MOVE SITUACAO-RC121     TO RCP120-SITUACAO.
           MOVE VENDEDOR-RC121     TO RCP120-VENDEDOR.
           MOVE PRECO-LISTA-RC121  TO RCP120-PRECO-LISTA.
           MOVE PERC-FAIXA-RC121   TO RCP120-PERC-FAIXA.
           MOVE TOTAL-VENDA-RC121  TO RCP120-TOTAL-VENDA.
           MOVE PERC-MAX-RC121     TO RCP120-PERC-MAX.
           MOVE PRECO-MINIMO-RC121 TO RCP120-PRECO-MIN.
           IF SITUACAO-RC121 = 0 OR SITUACAO-RC121 = 2
              MOVE 1 TO RCP120-RETORNO.
       CONSULTA-VENDA-FIM.
           CONTINUE.

       END PROGRAM RCP120.
