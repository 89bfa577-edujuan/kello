       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCP127.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Preco de tabela e % da faixa da venda de    *
                      *   album p/ a alcada de desconto (RCP120),     *
                      *   chamado por quem grava/corrige a venda      *
                      *   (MTP048, RCP121) - o vendedor nao digita    *
                      *   mais o preco nem a faixa:                   *
                      *   - cada item com quantidade vale QTDE X      *
                      *     PRECO-RC127 do contrato do album ou, sem  *
                      *     ele, da tabela padrao (contrato 0000);    *
                      *   - o desconto da faixa de cada item vem do   *
                      *     RCP112 (tabela FAIXA-RC127, produto =     *
                      *     item, quantidade do item); o % devolvido  *
                      *     e o total desses descontos sobre o preco  *
                      *     de tabela da venda;                       *
                      *   - item com quantidade e sem preco em        *
                      *     nenhuma das duas tabelas devolve          *
                      *     RETORNO 1 e o item em RCP127-ITEM-FALTA   *
                      *     - a venda nao pode ser avaliada.          *
                      *                                               *
                      *   01  PARAMETROS-RCP127                       *
                      *       05 RCP127-EMPRESA     PIC X(003)        *
                      *       05 RCP127-ALBUM       PIC 9(008)        *
                      *       05 RCP127-QTDE        PIC 9(004)        *
                      *          OCCURS 11 - posicao = ITEM-RC127     *
                      *       05 RCP127-PRECO-LISTA PIC 9(008)V99     *
                      *       05 RCP127-PERC-FAIXA  PIC 9(003)V99     *
                      *       05 RCP127-ITEM-FALTA  PIC 9(002)        *
                      *       05 RCP127-RETORNO     PIC 9(001)        *
                      *          0-OK  1-ITEM SEM PRECO               *
                      *          2-ERRO DE ARQUIVO                    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RCPX127.

       DATA DIVISION.
       FILE SECTION.
           COPY RCPW127.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-RCD127             PIC XX       VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  VLR-ITEM-W            PIC 9(10)V99 VALUE ZEROS.
           05  VLR-LISTA-W           PIC 9(10)V99 VALUE ZEROS.
           05  VLR-FAIXA-W           PIC 9(10)V99 VALUE ZEROS.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-RCD127       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-RCP112.
           05  RCP112-EMPRESA       PIC X(3).
           05  RCP112-CODIGO        PIC 9(6).
           05  RCP112-PRODUTO       PIC 9(4).
           05  RCP112-QUANTIDADE    PIC 9(6).
           05  RCP112-ALBUM         PIC 9(8).
           05  RCP112-USUARIO       PIC X(5).
           05  RCP112-PERC-TABELA   PIC 9(3)V99.
           05  RCP112-VLR-TABELA    PIC 9(6)V99.
           05  RCP112-ACHOU         PIC 9.
               88  RCP112-ENCONTROU         VALUE 1.
           05  RCP112-PERC-APLIC    PIC 9(3)V99.
           05  RCP112-VLR-APLIC     PIC 9(6)V99.

       LINKAGE SECTION.
       01  PARAMETROS-RCP127.
           05  RCP127-EMPRESA     PIC X(3).
           05  RCP127-ALBUM       PIC 9(8).
           05  RCP127-QTDES.
               10  RCP127-QTDE    PIC 9(4) OCCURS 11 TIMES.
           05  RCP127-PRECO-LISTA PIC 9(8)V99.
           05  RCP127-PERC-FAIXA  PIC 9(3)V99.
           05  RCP127-ITEM-FALTA  PIC 9(2).
           05  RCP127-RETORNO     PIC 9(1).
               88  RCP127-OK               VALUE 0.
               88  RCP127-SEM-PRECO        VALUE 1.
               88  RCP127-ERRO             VALUE 2.

       PROCEDURE DIVISION USING PARAMETROS-RCP127.

       MAIN-PROCESS SECTION.
           MOVE ZEROS TO RCP127-PRECO-LISTA RCP127-PERC-FAIXA
                         RCP127-ITEM-FALTA RCP127-RETORNO.
           MOVE ZEROS TO VLR-LISTA-W VLR-FAIXA-W.
           MOVE RCP127-EMPRESA TO GRPATH-EMPRESA.
           MOVE "RCD127"       TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD127.
           OPEN INPUT RCD127.
           IF ST-RCD127 > "09"
              DISPLAY "ERRO ABERTURA RCD127: " ST-RCD127
              MOVE 2 TO RCP127-RETORNO
              GO TO MAIN-PROCESS-FIM.
           COMPUTE CONTRATO-W = RCP127-ALBUM / 10000.
           PERFORM SOMA-ITEM VARYING I FROM 1 BY 1
                   UNTIL I > 11 OR NOT RCP127-OK.
           CLOSE RCD127.
           IF NOT RCP127-OK OR VLR-LISTA-W = ZEROS
              GO TO MAIN-PROCESS-FIM.
           MOVE VLR-LISTA-W TO RCP127-PRECO-LISTA.
           IF VLR-FAIXA-W NOT < VLR-LISTA-W
              MOVE 100 TO RCP127-PERC-FAIXA
           ELSE
              COMPUTE RCP127-PERC-FAIXA ROUNDED =
                      VLR-FAIXA-W * 100 / VLR-LISTA-W.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

      *    preco do contrato do album; sem ele, o da tabela padrao
       SOMA-ITEM SECTION.
           IF RCP127-QTDE (I) = ZEROS
              GO TO SOMA-ITEM-FIM.
           MOVE CONTRATO-W TO CONTRATO-RC127.
           MOVE I          TO ITEM-RC127.
           MOVE 1          TO ACHOU-W.
           READ RCD127 INVALID KEY
                MOVE 0 TO ACHOU-W
           END-READ.
           IF ACHOU-W = 0
              MOVE ZEROS TO CONTRATO-RC127
              MOVE 1     TO ACHOU-W
              READ RCD127 INVALID KEY
                   MOVE 0 TO ACHOU-W
              END-READ.
           IF ACHOU-W = 0
              MOVE I TO RCP127-ITEM-FALTA
              MOVE 1 TO RCP127-RETORNO
              GO TO SOMA-ITEM-FIM.
           COMPUTE VLR-ITEM-W = RCP127-QTDE (I) * PRECO-RC127.
           ADD VLR-ITEM-W TO VLR-LISTA-W.
           IF FAIXA-RC127 = ZEROS
              GO TO SOMA-ITEM-FIM.
      *    album zerado: so consulta a faixa, o RCP112 nao registra
      *    desvio - aqui nada foi aplicado ainda
           INITIALIZE PARAMETROS-RCP112.
           MOVE RCP127-EMPRESA  TO RCP112-EMPRESA.
           MOVE FAIXA-RC127     TO RCP112-CODIGO.
           MOVE I               TO RCP112-PRODUTO.
           MOVE RCP127-QTDE (I) TO RCP112-QUANTIDADE.
           CALL "RCP112" USING PARAMETROS-RCP112.
           IF RCP112-ENCONTROU
              COMPUTE VLR-FAIXA-W ROUNDED = VLR-FAIXA-W
                    + VLR-ITEM-W * RCP112-PERC-TABELA / 100
                    + RCP112-VLR-TABELA.
       SOMA-ITEM-FIM.
           CONTINUE.

       END PROGRAM RCP127.
